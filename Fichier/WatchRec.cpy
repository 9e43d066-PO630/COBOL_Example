      *|==============================================================|
      *    WatchRec.cpy
      *    Shared watch-list entry layout: one line per listed person
      *    or entity on the loaded sanctions watch list (WatchList.dat,
      *    CUSTWATCH), written whole by WatchLoad from the published
      *    list file and read whole by the WatchScreen service. The
      *    published name is split at its comma into surname and
      *    given names for a person ('I'); an entity ('E') keeps its
      *    whole name in WatchSurname. WatchSoundex is the Soundex
      *    code of WatchSurname, worked out once at load so the
      *    screen does not recompute it for every customer. Every
      *    line carries the list's own date and source, so the file
      *    says which list it is.
      *|==============================================================|

           1 WatchListRecord.
               2 WatchEntryId PIC X(10).
               2 WatchListDate PIC 9(8).
               2 WatchSource PIC X(20).
               2 WatchEntityType PIC X(1).
                   88 WatchIndividual VALUE 'I'.
                   88 WatchEntity VALUE 'E'.
               2 WatchSurname PIC X(30).
               2 WatchGiven PIC X(30).
               2 WatchSoundex PIC X(4).
               2 WatchStreet PIC X(40).
               2 WatchCity PIC X(20).
               2 WatchCountry PIC X(2).
               2 WatchProgram PIC X(10).
