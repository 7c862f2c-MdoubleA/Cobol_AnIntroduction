      ******************************************************************
      * Author: Michael Alaniz
      * Date: 01/22/2021
      * Purpose: Maintain Substitutes.dat, the approved alternates for
      *    each GadgetID in order of preference, which SALES-ORDER-ENTRY
      *    offers the clerk when a warehouse cannot cover a line. A
      *    gadget's list is keyed again in full, most preferred first;
      *    keying no alternates removes the gadget from the file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-SUBSTITUTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SubstituteFile ASSIGN TO "Substitutes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SubstituteFileStatus.

           SELECT ProductFile ASSIGN TO "Product.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GadgetID
               FILE STATUS IS ProductFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  SubstituteFile.
       01  SubstituteRecord.
           88  SubstituteFileEnd   VALUE HIGH-VALUES.
           02  SubGadgetID         PIC 9(6).
           02  SubPreference       PIC 9(2).
           02  SubAlternateID      PIC 9(6).

       FD  ProductFile.
       01  ProductRecord.
           02  IDFeatures.
               03  GadgetID        PIC 9(6).
               03  GadgetName      PIC X(30).
               03  GadgetCategory  PIC X(4).
           02  PotentialProfitFeatures.
               03  QtyInStock      PIC 9(4).
               03  Price           PIC 9(4)V99.
           02  ProductSupplierCode PIC X(5).
           02  LastMovementDate    PIC 9(8).
           02  UnitCost            PIC 9(4)V99.

       WORKING-STORAGE SECTION.
       01  SubstituteFileStatus PIC X(02)  VALUE ZEROES.
       01  ProductFileStatus   PIC X(02)   VALUE ZEROES.

       *> The whole file held in memory for the session and rewritten
       *> in full when the session ends. A gadget whose list is
       *> rekeyed has its old entries marked dropped and the new ones
       *> added at the end.
       01  SubstituteCount     PIC 9(4)    VALUE ZERO.
       01  SubstituteTable.
           02  SubstituteEntry OCCURS 1 TO 2000 TIMES
                               DEPENDING ON SubstituteCount
                               INDEXED BY SubIdx.
               03  SubTblGadgetID    PIC 9(6).
               03  SubTblPreference  PIC 9(2).
               03  SubTblAlternateID PIC 9(6).
               03  SubTblDropped     PIC X.
                   88  SubstituteDropped   VALUE "Y".

       01  MaintGadgetIDText   PIC X(6)    VALUE SPACES.
           88  MaintenanceDone         VALUE SPACES "0" "000000".
       01  MaintGadgetID       PIC 9(6)    VALUE ZERO.
       01  AlternateText       PIC X(6)    VALUE SPACES.
           88  AlternatesDone          VALUE SPACES "0" "000000".
       01  AlternateID         PIC 9(6)    VALUE ZERO.
       01  NextPreference      PIC 9(2)    VALUE ZERO.

       01  ProductNotFound     PIC X       VALUE "N".
           88  UnknownGadgetID         VALUE "Y"  WHEN SET TO FALSE "N".
       01  AlternateRepeated   PIC X       VALUE "N".
           88  AlternateAlreadyListed  VALUE "Y"  WHEN SET TO FALSE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            OPEN INPUT ProductFile
            IF ProductFileStatus NOT = "00" AND ProductFileStatus
                NOT = "05" AND ProductFileStatus NOT = "07"
                DISPLAY "Cannot open Product.dat, status "
                    ProductFileStatus "; maintenance aborted."
                STOP RUN
            END-IF
            PERFORM LoadSubstituteTable
            DISPLAY "Substitute entries on file: ", SubstituteCount

            PERFORM PromptForGadget *> Init loop.
            PERFORM PromptForGadget
                UNTIL MaintenanceDone *> Loop.

            CLOSE ProductFile
            PERFORM RewriteSubstituteFile
            DISPLAY "Substitutes.dat rewritten."

            STOP RUN.

       LoadSubstituteTable.
           OPEN INPUT SubstituteFile
           IF SubstituteFileStatus NOT = "00"
               DISPLAY "No Substitutes.dat yet; starting a new ",
                   "substitutes file."
           ELSE
               PERFORM ReadSubstituteLine
               PERFORM UNTIL SubstituteFileEnd
                   ADD 1 TO SubstituteCount
                   MOVE SubGadgetID
                       TO SubTblGadgetID(SubstituteCount)
                   MOVE SubPreference
                       TO SubTblPreference(SubstituteCount)
                   MOVE SubAlternateID
                       TO SubTblAlternateID(SubstituteCount)
                   MOVE "N" TO SubTblDropped(SubstituteCount)
                   PERFORM ReadSubstituteLine
               END-PERFORM
               CLOSE SubstituteFile
           END-IF.

       ReadSubstituteLine.
           READ SubstituteFile
               AT END SET SubstituteFileEnd TO TRUE
           END-READ.

       PromptForGadget.
           DISPLAY "Enter the GadgetID whose alternates to key, ",
               "blank to finish: "
           MOVE SPACES TO MaintGadgetIDText
           ACCEPT MaintGadgetIDText
           IF NOT MaintenanceDone
               IF MaintGadgetIDText IS NOT NUMERIC
                   DISPLAY "GadgetID must be six digits."
               ELSE
                   MOVE MaintGadgetIDText TO MaintGadgetID
                   MOVE MaintGadgetID TO GadgetID
                   PERFORM LookUpGadget
                   IF UnknownGadgetID
                       DISPLAY "GadgetID ", MaintGadgetID,
                           " is not on Product.dat."
                   ELSE
                       DISPLAY MaintGadgetID, " ", GadgetName
                       PERFORM ReplaceAlternateList
                   END-IF
               END-IF
           END-IF.

       ReplaceAlternateList.
           DISPLAY "Current alternates, most preferred first:"
           PERFORM ShowAndDropAlternate
               VARYING SubIdx FROM 1 BY 1
               UNTIL SubIdx > SubstituteCount
           MOVE ZERO TO NextPreference
           DISPLAY "Key the alternates again, most preferred first."
           PERFORM PromptForAlternate *> Init loop.
           PERFORM PromptForAlternate
               UNTIL AlternatesDone *> Loop.
           IF NextPreference = ZERO
               DISPLAY "GadgetID ", MaintGadgetID, " now has no ",
                   "alternates."
           END-IF.

       ShowAndDropAlternate.
           IF SubTblGadgetID(SubIdx) = MaintGadgetID
               AND NOT SubstituteDropped(SubIdx)
               MOVE SubTblAlternateID(SubIdx) TO GadgetID
               PERFORM LookUpGadget
               DISPLAY "  ", SubTblPreference(SubIdx), "  ",
                   SubTblAlternateID(SubIdx), " ", GadgetName
               MOVE "Y" TO SubTblDropped(SubIdx)
           END-IF.

       PromptForAlternate.
           DISPLAY "Enter alternate GadgetID, blank when done: "
           MOVE SPACES TO AlternateText
           ACCEPT AlternateText
           IF NOT AlternatesDone
               IF AlternateText IS NOT NUMERIC
                   DISPLAY "GadgetID must be six digits."
               ELSE
                   MOVE AlternateText TO AlternateID
                   PERFORM CheckAlternate
               END-IF
           END-IF.

       CheckAlternate.
           MOVE AlternateID TO GadgetID
           PERFORM LookUpGadget
           SET AlternateAlreadyListed TO FALSE
           PERFORM VARYING SubIdx FROM 1 BY 1
               UNTIL SubIdx > SubstituteCount
               IF SubTblGadgetID(SubIdx) = MaintGadgetID
                   AND SubTblAlternateID(SubIdx) = AlternateID
                   AND NOT SubstituteDropped(SubIdx)
                   SET AlternateAlreadyListed TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN UnknownGadgetID
                   DISPLAY "GadgetID ", AlternateID,
                       " is not on Product.dat."
               WHEN AlternateID = MaintGadgetID
                   DISPLAY "A gadget cannot be its own alternate."
               WHEN AlternateAlreadyListed
                   DISPLAY AlternateID, " is already on the list."
               WHEN NextPreference >= 20
                   DISPLAY "No more than 20 alternates per gadget."
               WHEN OTHER
                   ADD 1 TO NextPreference
                   ADD 1 TO SubstituteCount
                   MOVE MaintGadgetID
                       TO SubTblGadgetID(SubstituteCount)
                   MOVE NextPreference
                       TO SubTblPreference(SubstituteCount)
                   MOVE AlternateID
                       TO SubTblAlternateID(SubstituteCount)
                   MOVE "N" TO SubTblDropped(SubstituteCount)
                   DISPLAY "  ", NextPreference, "  ", AlternateID,
                       " ", GadgetName
           END-EVALUATE.

       LookUpGadget.
           SET UnknownGadgetID TO FALSE
           READ ProductFile
               INVALID KEY
                   SET UnknownGadgetID TO TRUE
                   MOVE "(NOT ON PRODUCT FILE)" TO GadgetName
           END-READ.

       RewriteSubstituteFile.
           OPEN OUTPUT SubstituteFile
           PERFORM WriteSubstituteEntry
               VARYING SubIdx FROM 1 BY 1
               UNTIL SubIdx > SubstituteCount
           CLOSE SubstituteFile.

       WriteSubstituteEntry.
           IF NOT SubstituteDropped(SubIdx)
               MOVE SubTblGadgetID(SubIdx)    TO SubGadgetID
               MOVE SubTblPreference(SubIdx)  TO SubPreference
               MOVE SubTblAlternateID(SubIdx) TO SubAlternateID
               WRITE SubstituteRecord
           END-IF.

       END PROGRAM MAINTAIN-SUBSTITUTES.
