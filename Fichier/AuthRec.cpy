      *|==============================================================|
      *    AuthRec.cpy
      *    Shared authorized-contact record layout: one record per
      *    person, besides the customer, that the account may be
      *    discussed with, on the indexed authorized-contact file
      *    (AuthContact.dat, CUSTAUTHCON, RECORD KEY AuthKey -- the
      *    customer Id plus a contact number counting up from 1 per
      *    customer). An authority is current from its effective
      *    date through its expiry date (zero for one that runs until
      *    it is ended). Kept on the AuthMaint screen, shown on
      *    Cust360 and CollWork, disclosed by Disclosure, and chased
      *    monthly by AuthReview.
      *        AuthRelation 'S' spouse or partner  'F' other family
      *                     'A' accountant         'L' lawyer
      *                     'P' power of attorney  'O' company officer
      *                     'T' other third party
      *        AuthLevel    'I' inquiry only -- may be told about the
      *                         account, may not instruct on it
      *                     'F' full -- may also act for the customer
      *|==============================================================|

           1 AuthContactRecord.
               2 AuthKey.
                   3 AuthIDNum PIC 9(7).
                   3 AuthSeq PIC 9(3).
               2 AuthName PIC X(30).
               2 AuthRelation PIC X(1).
                   88 AuthSpouse VALUE 'S'.
                   88 AuthFamily VALUE 'F'.
                   88 AuthAccountant VALUE 'A'.
                   88 AuthLawyer VALUE 'L'.
                   88 AuthPowerOfAtty VALUE 'P'.
                   88 AuthOfficer VALUE 'O'.
                   88 AuthThirdParty VALUE 'T'.
                   88 AuthRelationValid
                       VALUES 'S', 'F', 'A', 'L', 'P', 'O', 'T'.
               2 AuthLevel PIC X(1).
                   88 AuthInquiryOnly VALUE 'I'.
                   88 AuthFull VALUE 'F'.
                   88 AuthLevelValid VALUES 'I', 'F'.
               2 AuthEffDate PIC 9(8).
               2 AuthExpiryDate PIC 9(8).
      *    'Y' once the signed authority (the power of attorney, the
      *    board resolution, the customer's letter) is held on file.
               2 AuthDocOnFile PIC X(1).
                   88 AuthDocHeld VALUE 'Y'.
               2 AuthOperator PIC X(8).
               2 AuthStamp PIC 9(14).
