      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/16/2021
      * Purpose: Maintain SerializedGadgets.dat, the list of gadgets
      *    tracked unit by unit with their warranty period in months.
      *    Receiving demands a serial for every unit of a gadget on
      *    this list, shipments record which serial went out, and the
      *    serial lookup reads the warranty period from here. Keying
      *    a warranty of 000 takes a gadget off the list.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-SERIALIZED-GADGETS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SerializedFile ASSIGN TO "SerializedGadgets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SerializedFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  SerializedFile.
       01  SerializedRecord.
           88  SerializedFileEnd   VALUE HIGH-VALUES.
           02  SerGadgetID         PIC 9(6).
           02  SerWarrantyMonths   PIC 9(3).

       WORKING-STORAGE SECTION.
       01  SerializedFileStatus PIC X(02)  VALUE ZEROES.

       *> The whole list held in memory for the session and rewritten
       *> in full when the session ends.
       01  SerializedCount     PIC 9(4)    VALUE ZERO.
       01  SerializedTable.
           02  SerializedEntry OCCURS 1 TO 2000 TIMES
                               DEPENDING ON SerializedCount
                               INDEXED BY SerIdx.
               03  SerTblGadgetID      PIC 9(6).
               03  SerTblWarranty      PIC 9(3).

       01  MaintGadgetID       PIC 9(6)    VALUE ZERO.

       01  GadgetFound         PIC X       VALUE "N".
           88  GadgetOnList            VALUE "Y"  WHEN SET TO FALSE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LoadSerializedTable

            DISPLAY "Serialized gadgets on file: ", SerializedCount
            PERFORM DisplaySerializedList

            PERFORM PromptForGadgetID *> Init loop.
            PERFORM PromptForGadgetID
                UNTIL MaintGadgetID = ZERO *> Loop.

            PERFORM RewriteSerializedFile

            *> Print the file back for visual validation.
            DISPLAY "Serialized gadgets now on file:"
            PERFORM DisplaySerializedList

            STOP RUN.

       LoadSerializedTable.
           OPEN INPUT SerializedFile
           IF SerializedFileStatus NOT = "00"
               DISPLAY "No SerializedGadgets.dat yet; starting a new ",
                   "list."
           ELSE
               PERFORM ReadSerializedLine
               PERFORM UNTIL SerializedFileEnd
                   ADD 1 TO SerializedCount
                   MOVE SerGadgetID
                       TO SerTblGadgetID(SerializedCount)
                   MOVE SerWarrantyMonths
                       TO SerTblWarranty(SerializedCount)
                   PERFORM ReadSerializedLine
               END-PERFORM
               CLOSE SerializedFile
           END-IF.

       ReadSerializedLine.
           READ SerializedFile
               AT END SET SerializedFileEnd TO TRUE
           END-READ.

       DisplaySerializedList.
           PERFORM DisplaySerializedEntry
               VARYING SerIdx FROM 1 BY 1
               UNTIL SerIdx > SerializedCount.

       DisplaySerializedEntry.
           IF SerTblGadgetID(SerIdx) NOT = ZERO
               DISPLAY SerTblGadgetID(SerIdx), "  warranty ",
                   SerTblWarranty(SerIdx), " months"
           END-IF.

       PromptForGadgetID.
           DISPLAY "Enter GadgetID to add, update or remove, ",
                   "000000 to finish: "
           ACCEPT MaintGadgetID
           IF MaintGadgetID NOT = ZERO
               PERFORM FindSerializedEntry
               IF GadgetOnList
                   DISPLAY "Current warranty: ",
                       SerTblWarranty(SerIdx), " months."
                   DISPLAY "Enter the new warranty in months, 000 ",
                       "to stop tracking serials: "
                   ACCEPT SerTblWarranty(SerIdx)
                   *> Dropped entries are skipped on the rewrite.
                   IF SerTblWarranty(SerIdx) = ZERO
                       MOVE ZERO TO SerTblGadgetID(SerIdx)
                   END-IF
               ELSE
                   ADD 1 TO SerializedCount
                   MOVE MaintGadgetID
                       TO SerTblGadgetID(SerializedCount)
                   DISPLAY "Adding GadgetID ", MaintGadgetID,
                       ". Enter the warranty in months: "
                   ACCEPT SerTblWarranty(SerializedCount)
               END-IF
           END-IF.

       FindSerializedEntry.
           SET GadgetOnList TO FALSE
           SET SerIdx TO 1
           SEARCH SerializedEntry
               AT END
                   CONTINUE
               WHEN SerTblGadgetID(SerIdx) = MaintGadgetID
                   SET GadgetOnList TO TRUE
           END-SEARCH.

       RewriteSerializedFile.
           OPEN OUTPUT SerializedFile
           PERFORM WriteSerializedEntry
               VARYING SerIdx FROM 1 BY 1
               UNTIL SerIdx > SerializedCount
           CLOSE SerializedFile.

       WriteSerializedEntry.
           IF SerTblGadgetID(SerIdx) NOT = ZERO
               MOVE SerTblGadgetID(SerIdx) TO SerGadgetID
               MOVE SerTblWarranty(SerIdx) TO SerWarrantyMonths
               WRITE SerializedRecord
           END-IF.

       END PROGRAM MAINTAIN-SERIALIZED-GADGETS.
