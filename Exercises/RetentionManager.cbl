             FILE STATUS IS AgedFileStatus.

           *> The consolidated archive store: an H header line per
           *> rolled-in file, its content lines, then a T trailer
           *> carrying how many content lines were stored.
           SELECT OPTIONAL StoreFile ASSIGN TO "ArchiveStore.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       01 ActionText PIC X(19) VALUE SPACES.
       01 ActionDate PIC 9(8) VALUE ZERO.
       01 AgedOutCount PIC 9(3) VALUE ZERO.
       01 StoredLineCount PIC 9(7) VALUE ZERO.
       01 PurgedCount  PIC 9(3) VALUE ZERO.

       *> TIME comes back as HHMMSShh; only HHMMSS is logged.
                   INTO StoreBody
               END-STRING
               WRITE StoreRecord
               MOVE ZERO TO StoredLineCount
               READ AgedFile AT END SET EOAgedFile TO TRUE
               END-READ
               PERFORM UNTIL EOAgedFile
                   MOVE "D" TO StoreRecordType
                   MOVE AgedFileRecord TO StoreBody
                   WRITE StoreRecord
                   ADD 1 TO StoredLineCount
                   READ AgedFile AT END SET EOAgedFile TO TRUE
                   END-READ
               END-PERFORM
               MOVE "T" TO StoreRecordType
               MOVE SPACES TO StoreBody
               MOVE StoredLineCount TO StoreBody(1:7)
               WRITE StoreRecord
               CLOSE StoreFile
               CLOSE AgedFile
