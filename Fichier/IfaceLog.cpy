      *|==============================================================|
      *    IfaceLog.cpy
      *    Interface log record layout: one line appended (through
      *    the IfaceLog subprogram) each time an importing program
      *    takes in an outside file, an exporting program writes
      *    one, or a partner's acknowledgment of a file we sent
      *    comes home (CUSTIFACELOG, default IfaceLog.dat). The
      *    file is append-only, the RunLog.dat discipline.
      *
      *    IflCode is the file's code on the interface register
      *    (IfaceDef.cpy). IflEvent:
      *        'R' received and taken in
      *        'X' received but refused whole -- out of balance
      *            with its own header, or otherwise unreadable
      *        'S' sent
      *        'A' acknowledged by the partner; logged under the
      *            code of the outbound file acknowledged, and
      *            standing for every dispatch of it before
      *    IflRecords and IflControl are the file's record count
      *    and control total -- the money total where the file
      *    carries money, zero where it does not. IflFileDate is
      *    the date the file itself carries (a deposit or
      *    statement date, the date an acknowledgment answers),
      *    zero when it carries none.
      *|==============================================================|

           1 IfaceLogRecord.
               2 IflTimestamp PIC 9(14).
               2 IflBizDate PIC 9(8).
               2 IflCode PIC X(8).
               2 IflEvent PIC X(1).
                   88 IflReceived VALUE 'R'.
                   88 IflRefused VALUE 'X'.
                   88 IflSent VALUE 'S'.
                   88 IflAcknowledged VALUE 'A'.
               2 IflRecords PIC 9(7).
               2 IflControl PIC 9(11)V99.
               2 IflFileDate PIC 9(8).
