
       FD  HISTORY-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  HISTORY-ARCHIVE-RECORD         PIC X(37).

       FD  NEW-HISTORY-FILE
           RECORDING MODE IS F.
       01  NEW-HISTORY-RECORD             PIC X(37).

       FD  POSTED-DATE-FILE
           RECORDING MODE IS F.
