      *|==============================================================|
      *    RefRec.cpy
      *    Shared customer-referral record layout: one record per
      *    referred customer on the indexed referral file
      *    (CUSTREFERRAL, default Referral.dat, RECORD KEY
      *    RflNewIDNum), naming the existing customer who brought
      *    the new one in. Written by RefCapture when the new
      *    customer is added -- on WriteFile's add screen or batch
      *    load, off a CsvImport row, or by a merge add -- and only
      *    the first referrer recorded for a customer stands.
      *
      *    RflStatus follows the referral through ReferralRun:
      *    'P' pending until it qualifies, 'R' rewarded (the
      *    referrer's credit queued for PostTrans that night),
      *    'L' lapsed (the new customer closed, or no cleared
      *    credit within the lapse period), 'X' void (the referrer
      *    not on the master or no longer active when the reward
      *    fell due). RflFirstCredit is the date of the new
      *    customer's first credit once ReferralRun has seen it
      *    clear, RflQualDate the night the referral qualified
      *    (rewarded or, the referrer gone, voided), and
      *    RflStatusDate the night the status last moved; RflReason
      *    says why a referral lapsed or was voided.
      *|==============================================================|

           1 ReferralRecord.
               2 RflNewIDNum PIC 9(7).
               2 RflReferrerId PIC 9(7).
               2 RflCaptureDate PIC 9(8).
               2 RflSource PIC X(1).
                   88 RflFromScreen VALUE 'S'.
                   88 RflFromBatch VALUE 'B'.
                   88 RflFromCsv VALUE 'C'.
                   88 RflFromMerge VALUE 'M'.
               2 RflOperator PIC X(8).
               2 RflStatus PIC X(1).
                   88 RflPending VALUE 'P'.
                   88 RflRewarded VALUE 'R'.
                   88 RflLapsed VALUE 'L'.
                   88 RflVoid VALUE 'X'.
               2 RflFirstCredit PIC 9(8).
               2 RflQualDate PIC 9(8).
               2 RflStatusDate PIC 9(8).
               2 RflRewardAmount PIC 9(5)V99.
               2 RflReason PIC X(24).
               2 RflStamp PIC 9(14).
