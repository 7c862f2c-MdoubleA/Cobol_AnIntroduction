       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> The ceremony's running order, prepared in advance -
           *> for commencement, built off the student master by
           *> BuildCommencementPlaylist: one entry per honoree with
           *> the count and whether it is paced or instant, so nobody
           *> sits re-running the program per name at the event.
           SELECT PlaylistFile ASSIGN TO "Playlist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
           88 MoreEntriesComing VALUE "Y" WHEN SET TO FALSE "N".

       *> End-of-ceremony summary.
       01 ShownCount PIC 9(4) VALUE ZERO.
       01 ShownNames.
           02 ShownEntry OCCURS 1 TO 2000 TIMES
                         DEPENDING ON ShownCount
                         INDEXED BY ShownIdx.
               03 ShownName PIC X(30).
           END-IF
           DISPLAY "----------------------"
           PERFORM RevealOneName
           IF ShownCount < 2000
               ADD 1 TO ShownCount
               MOVE RevealName TO ShownName(ShownCount)
           END-IF

           SET MoreEntriesComing TO FALSE
           PERFORM ReadPlaylistEntry
