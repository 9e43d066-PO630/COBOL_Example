      *|==============================================================|

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustCollide.

      *|==============================================================|
      *    CustCollide is called when a program about to rewrite a
      *    customer finds, on reading the record again, that its
      *    CustUpdatedStamp is no longer the one it first read:
      *    someone else saved the customer in between, and the
      *    rewrite would silently undo their change. Every program
      *    that rewrites CustomerData keeps the record as it first
      *    read it, re-reads by Id just before the REWRITE, and
      *    hands both images here on a mismatch instead of saving.
      *
      *    The operator is shown, field by field, what the other
      *    change did -- the record as first read against the record
      *    as it now stands -- and the collision is journaled on the
      *    audit journal (CUSTJRNL, default Journal.log) as a 'C'
      *    entry: the before image is the record as first read, the
      *    after image the record on file, so the entry says which
      *    save was refused and what it would have overwritten. The
      *    master is not touched; the caller drops its change and
      *    the operator re-applies it to the record as it now
      *    stands.
      *
      *    LK-OperatorId is the operator (or the job's name) whose
      *    save was refused. LK-ReadImage and LK-FileImage are the
      *    customer as first read and as now on file.
      *|==============================================================|

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

               SELECT JournalFile ASSIGN TO WSJournalFileName
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WSJournalStatus.

      *|==============================================================|

       DATA DIVISION.

           FILE SECTION.

               FD JournalFile.
                   COPY "JrnlRec.cpy".

           WORKING-STORAGE SECTION.

               1 WSJournalFileName PIC X(100).
               1 WSJournalStatus PIC X(2).
                   88 WSJournalMissing VALUE '35'.

               COPY "CustRec.cpy"
                   REPLACING CustomerData BY WSReadCust
                             CustControlRecord BY WSReadControl.

               COPY "CustRec.cpy"
                   REPLACING CustomerData BY WSFileCust
                             CustControlRecord BY WSFileControl.

               1 WSFieldName PIC X(14).
               1 WSOldValue PIC X(40).
               1 WSNewValue PIC X(40).
               1 WSDiffCount PIC 9(2).

       LINKAGE SECTION.

               1 LK-OperatorId PIC X(8).
               1 LK-ReadImage PIC X(221).
               1 LK-FileImage PIC X(221).

      *|==============================================================|

       PROCEDURE DIVISION USING LK-OperatorId LK-ReadImage
               LK-FileImage.

           MainLine.
               MOVE LK-ReadImage TO WSReadCust
               MOVE LK-FileImage TO WSFileCust
               DISPLAY "Customer " IDNum OF WSFileCust
                   " was saved by someone else at "
                   CustUpdatedStamp OF WSFileCust
                   " after it was read here:"
               MOVE ZERO TO WSDiffCount
               PERFORM CompareAllFields
               IF WSDiffCount = ZERO
                   DISPLAY "  (no field shown here was changed)"
               END-IF
               DISPLAY "This change was not saved."
               PERFORM WriteCollisionEntry
               GOBACK.

      *|==============================================================|
      *    CompareAllFields walks the record in the ChangeHistory
      *    order, showing each field the other save changed.
      *|==============================================================|

           CompareAllFields.
               MOVE "First name" TO WSFieldName
               MOVE FirstName OF WSReadCust TO WSOldValue
               MOVE FirstName OF WSFileCust TO WSNewValue
               PERFORM CompareOneField
               MOVE "Last name" TO WSFieldName
               MOVE LastName OF WSReadCust TO WSOldValue
               MOVE LastName OF WSFileCust TO WSNewValue
               PERFORM CompareOneField
               MOVE "Status" TO WSFieldName
               MOVE CustActiveFlag OF WSReadCust TO WSOldValue
               MOVE CustActiveFlag OF WSFileCust TO WSNewValue
               PERFORM CompareOneField
               MOVE "Street number" TO WSFieldName
               MOVE CustAddrNum OF WSReadCust TO WSOldValue
               MOVE CustAddrNum OF WSFileCust TO WSNewValue
               PERFORM CompareOneField
               MOVE "Street name" TO WSFieldName
               MOVE CustAddrStreet OF WSReadCust TO WSOldValue
               MOVE CustAddrStreet OF WSFileCust TO WSNewValue
               PERFORM CompareOneField
               MOVE "Zip code" TO WSFieldName
               MOVE CustAddrZip OF WSReadCust TO WSOldValue
               MOVE CustAddrZip OF WSFileCust TO WSNewValue
               PERFORM CompareOneField
               MOVE "City" TO WSFieldName
               MOVE CustAddrCity OF WSReadCust TO WSOldValue
               MOVE CustAddrCity OF WSFileCust TO WSNewValue
               PERFORM CompareOneField
               MOVE "Country" TO WSFieldName
               MOVE CustAddrCountry OF WSReadCust TO WSOldValue
               MOVE CustAddrCountry OF WSFileCust TO WSNewValue
               PERFORM CompareOneField
               MOVE "Postal code" TO WSFieldName
               MOVE CustAddrPostal OF WSReadCust TO WSOldValue
               MOVE CustAddrPostal OF WSFileCust TO WSNewValue
               PERFORM CompareOneField
               MOVE "Email" TO WSFieldName
               MOVE CustEmail OF WSReadCust TO WSOldValue
               MOVE CustEmail OF WSFileCust TO WSNewValue
               PERFORM CompareOneField
               MOVE "Phone" TO WSFieldName
               MOVE CustPhone OF WSReadCust TO WSOldValue
               MOVE CustPhone OF WSFileCust TO WSNewValue
               PERFORM CompareOneField
               MOVE "Pref contact" TO WSFieldName
               MOVE CustPreferredContact OF WSReadCust TO WSOldValue
               MOVE CustPreferredContact OF WSFileCust TO WSNewValue
               PERFORM CompareOneField
               MOVE "Record type" TO WSFieldName
               MOVE CustRecordType OF WSReadCust TO WSOldValue
               MOVE CustRecordType OF WSFileCust TO WSNewValue
               PERFORM CompareOneField
               MOVE "Company name" TO WSFieldName
               MOVE CustCompanyName OF WSReadCust TO WSOldValue
               MOVE CustCompanyName OF WSFileCust TO WSNewValue
               PERFORM CompareOneField
               MOVE "Mail status" TO WSFieldName
               MOVE CustMailStatus OF WSReadCust TO WSOldValue
               MOVE CustMailStatus OF WSFileCust TO WSNewValue
               PERFORM CompareOneField.

           CompareOneField.
               IF WSOldValue NOT = WSNewValue
                   ADD 1 TO WSDiffCount
                   DISPLAY "  " WSFieldName ": "
                       FUNCTION TRIM(WSOldValue) " -> "
                       FUNCTION TRIM(WSNewValue)
               END-IF.

      *|==============================================================|
      *    WriteCollisionEntry journals the refused save under the
      *    operator whose change it was.
      *|==============================================================|

           WriteCollisionEntry.
               ACCEPT WSJournalFileName FROM ENVIRONMENT "CUSTJRNL"
                   ON EXCEPTION
                       MOVE "Journal.log" TO WSJournalFileName
               END-ACCEPT
               OPEN EXTEND JournalFile
               IF WSJournalMissing
                   OPEN OUTPUT JournalFile
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:14) TO JrnlTimestamp
               SET JrnlCollision TO TRUE
               MOVE LK-OperatorId TO JrnlOperator
               MOVE IDNum OF WSFileCust TO JrnlIDNum
               MOVE LK-ReadImage TO JrnlBeforeImage
               MOVE LK-FileImage TO JrnlAfterImage
               MOVE SPACES TO JrnlMakerId
               CALL 'JrnlChain' USING 'J' WSJournalFileName
                   JournalRecord JrnlChainValue
               WRITE JournalRecord
               CLOSE JournalFile.

      *|==============================================================|
