       IDENTIFICATION DIVISION.
       PROGRAM-ID. FWDRECOV.
       AUTHOR. OK999.
      * FORWARD RECOVERY OF THE JOURNALED STATE DATASETS. STATERST CAN
      * ONLY PUT STATE BACK TO A PRE-RUN COPY; THIS PROGRAM RESTORES
      * THE LATEST BACKUP SET (SEE STATEBKP) AND THEN REPLAYS THE
      * STATE JOURNAL (SEE JRNLWS) OVER IT UP TO A CHOSEN RUN NUMBER,
      * SO A DAMAGED STATE DATASET CAN BE BROUGHT BACK TO ITS STATE AT
      * THE END OF ANY RUN SINCE THE BACKUP. THE TARGET RUN COMES FROM
      * FWDRECOV_TO_RUN. THE BACKUP SET IS THE HIGHEST RUN_<N> UNDER
      * BACKUP_ROOT NOT AFTER THE TARGET, OR THE RUN NAMED IN
      * FWDRECOV_SET; A SET IS TAKEN AT THE HEAD OF ITS RUN, SO THE
      * JOURNAL IS REPLAYED FROM THAT RUN THROUGH THE TARGET. ONLY THE
      * DATASETS THE STATE BACKUP LIST FLAGS AS JOURNALED (LINE OR
      * KEYED, SEE PARAMS/STATEBKP.CFG) ARE RECOVERED; THE REST STAY
      * ROLLBACK-ONLY THROUGH STATERST.
      * THE WORK IS DONE ON A .FWD COPY BESIDE EACH DATASET. THE SET
      * IS VERIFIED AGAINST ITS MANIFEST FIRST, AND EVERY BEFORE IMAGE
      * IN THE JOURNAL IS CHECKED AGAINST THE RECORD IT REPLACES; ANY
      * MISMATCH MEANS THE JOURNAL AND THE BACKUP DO NOT CONNECT, THE
      * COPIES ARE DISCARDED AND NO LIVE DATASET IS TOUCHED. ONLY A
      * CLEAN REPLAY MOVES THE COPIES INTO PLACE. RECOVERY OVERWRITES
      * LIVE STATE, SO THE OPERATOR NEEDS A GRANT ON THE AUTHORIZATION
      * LIST, THE STATERST CONVENTION.
      * RETURN CODES: 0 = STATE RECOVERED, 1 = NO TARGET RUN OR
      * NOTHING JOURNALED, 2 = VERIFICATION OR REPLAY FAILED - NOTHING
      * CHANGED, 8 = NO BACKUP SET FOR THE TARGET, 12 = OPERATOR NOT
      * AUTHORIZED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT BACKUP-LIST-FILE
             ASSIGN TO WS-BACKUP-LIST-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BACKUP-LIST-STATUS.
          SELECT MANIFEST-FILE
             ASSIGN TO WS-MANIFEST-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MANIFEST-STATUS.
          SELECT WORK-FILE
             ASSIGN TO WS-WORK-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WORK-STATUS.
          SELECT OLD-FILE
             ASSIGN TO WS-OLD-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OLD-STATUS.
          SELECT NEW-FILE
             ASSIGN TO WS-NEW-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-NEW-STATUS.
          COPY JRNLSL.
          COPY MASTRSL.
      *
       DATA DIVISION.
       FILE SECTION.
          FD BACKUP-LIST-FILE.
          01 BACKUP-LIST-RECORD PIC X(300).
          FD MANIFEST-FILE.
          01 MANIFEST-RECORD PIC X(300).
          FD WORK-FILE.
          01 WORK-RECORD PIC X(200).
          FD OLD-FILE.
          01 OLD-RECORD PIC X(4000).
          FD NEW-FILE.
          01 NEW-RECORD PIC X(4000).
          COPY JRNLFD.
       COPY MASTRFD.
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          COPY JRNLWS.
          COPY MASTRWS.
          01 WS-BACKUP-LIST-DATASET PIC X(200).
          01 WS-BACKUP-LIST-STATUS PIC X(2) VALUE SPACES.
          01 WS-BACKUP-LIST-EOF PIC X(1) VALUE "N".
          01 WS-MANIFEST-DATASET PIC X(200).
          01 WS-MANIFEST-STATUS PIC X(2) VALUE SPACES.
          01 WS-MANIFEST-EOF PIC X(1) VALUE "N".
          01 WS-WORK-DATASET PIC X(200) VALUE "./fwdrecov.wrk".
          01 WS-WORK-STATUS PIC X(2) VALUE SPACES.
          01 WS-WORK-EOF PIC X(1) VALUE "N".
          01 WS-OLD-DATASET PIC X(210).
          01 WS-OLD-STATUS PIC X(2) VALUE SPACES.
          01 WS-OLD-EOF PIC X(1) VALUE "N".
          01 WS-NEW-DATASET PIC X(210).
          01 WS-NEW-STATUS PIC X(2) VALUE SPACES.
          01 WS-BACKUP-ROOT PIC X(200).
          01 WS-SET-DIR PIC X(200).
          01 WS-SET-NAME PIC X(8).
          01 WS-SET-RUN PIC 9(8) VALUE 0.
          01 WS-SET-RUN-ED PIC Z(7)9.
          01 WS-TO-RUN-TEXT PIC X(8).
          01 WS-TO-RUN PIC 9(8) VALUE 0.
          01 WS-IMAGE-RUN PIC 9(8) VALUE 0.
          01 WS-AUTH-FLAG PIC X(1) VALUE "N".
          01 WS-CFG-PARSE.
             03 WS-C-NAME PIC X(20).
             03 WS-C-PATTERN PIC X(200).
             03 WS-C-KIND PIC X(5).
          01 WS-PARSE.
             03 WS-P-NAME PIC X(20).
             03 WS-P-ORIGINAL PIC X(200).
             03 WS-P-STORED PIC X(120).
             03 WS-P-LINES PIC X(12).
             03 WS-P-BYTES PIC X(12).
          01 WS-DS-COUNT PIC 9(3) USAGE COMP-5 VALUE 0.
          77 WS-DS-MAX PIC 9(3) USAGE COMP-5 VALUE 50.
          01 WS-DS-TABLE.
             03 WS-DS OCCURS 50.
                05 WS-DS-NAME PIC X(20).
                05 WS-DS-PATH PIC X(200).
                05 WS-DS-FWD PIC X(210).
                05 WS-DS-KIND PIC X(5).
                05 WS-DS-IN-SET PIC X(1).
                05 WS-DS-STORED PIC X(120).
                05 WS-DS-BYTES PIC 9(9).
                05 WS-DS-IMAGES PIC 9(7).
          01 WS-DS-IDX PIC 9(3) USAGE COMP-5.
          01 WS-KEYED-IDX PIC 9(3) USAGE COMP-5 VALUE 0.
          01 WS-GROUP-IDX PIC 9(3) USAGE COMP-5 VALUE 0.
          01 WS-GROUP-OPEN PIC X(1) VALUE "N".
          01 WS-CUR-GROUP PIC X(54) VALUE SPACES.
          01 WS-OLD-LINE PIC 9(9) VALUE 0.
          01 WS-LAST-LINE PIC 9(9) VALUE 0.
          01 WS-NEW-LINE PIC 9(9) VALUE 0.
          01 WS-MASTER-OPEN PIC X(1) VALUE "N".
          01 WS-STORED-PATH PIC X(330).
          01 WS-ACTUAL-BYTES PIC S9(9) VALUE -1.
          01 WS-COMMAND PIC X(800).
          01 WS-BAD-COUNT PIC 9(3) VALUE 0.
          01 WS-MISMATCH-COUNT PIC 9(5) VALUE 0.
          01 WS-REPLAYED-COUNT PIC 9(7) VALUE 0.
          01 WS-RECOVERED-COUNT PIC 9(3) VALUE 0.
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "FWDRECOV" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          PERFORM CHECK-OPERATOR-AUTH.
          MOVE SPACES TO WS-TO-RUN-TEXT.
          ACCEPT WS-TO-RUN-TEXT FROM ENVIRONMENT "FWDRECOV_TO_RUN".
          IF WS-TO-RUN-TEXT = SPACES OR
             FUNCTION TRIM (WS-TO-RUN-TEXT) IS NOT NUMERIC
             DISPLAY "FWDRECOV: FWDRECOV_TO_RUN (A RUN NUMBER) NOT "
                "SET - NOTHING TO RECOVER"
             MOVE 1 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          COMPUTE WS-TO-RUN =
             FUNCTION NUMVAL (FUNCTION TRIM (WS-TO-RUN-TEXT)).
          PERFORM LOAD-JOURNALED-LIST.
          IF WS-DS-COUNT = 0
             DISPLAY "FWDRECOV: NO DATASET ON THE STATE BACKUP LIST "
                "IS JOURNALED - NOTHING TO RECOVER"
             MOVE 1 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          PERFORM CHOOSE-BACKUP-SET.
          PERFORM LOAD-MANIFEST.
          PERFORM VERIFY-BACKUP-SET.
          IF WS-BAD-COUNT > 0
             DISPLAY "FWDRECOV: " WS-BAD-COUNT
                " STORED FILE(S) FAILED VERIFICATION - NOTHING "
                "CHANGED"
             MOVE SPACES TO ALERT-MESSAGE
             STRING "BACKUP SET RUN " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SET-NAME) DELIMITED BY SIZE
                    " FAILED VERIFICATION - RECOVERY REFUSED"
                       DELIMITED BY SIZE
                    INTO ALERT-MESSAGE
             END-STRING
             PERFORM ABANDON-RECOVERY
          END-IF.
          PERFORM STAGE-WORK-COPIES.
          PERFORM TAKE-JOURNAL-LOCK.
          PERFORM REPLAY-JOURNAL.
          PERFORM FREE-JOURNAL-LOCK.
          IF WS-MISMATCH-COUNT > 0
             DISPLAY "FWDRECOV: " WS-MISMATCH-COUNT
                " JOURNAL IMAGE(S) DID NOT MATCH THE RECOVERED "
                "STATE - NOTHING CHANGED"
             MOVE SPACES TO ALERT-MESSAGE
             STRING "JOURNAL REPLAY FROM RUN " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SET-NAME) DELIMITED BY SIZE
                    " TO RUN " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-TO-RUN-TEXT) DELIMITED BY SIZE
                    " DID NOT MATCH - RECOVERY REFUSED"
                       DELIMITED BY SIZE
                    INTO ALERT-MESSAGE
             END-STRING
             PERFORM ABANDON-RECOVERY
          END-IF.
          PERFORM INSTALL-WORK-COPIES.
          DISPLAY "FWDRECOV: STATE RECOVERED TO THE END OF RUN "
             FUNCTION TRIM (WS-TO-RUN-TEXT) " - " WS-RECOVERED-COUNT
             " DATASET(S), " WS-REPLAYED-COUNT " IMAGE(S) REPLAYED".
          MOVE "I" TO ALERT-SEVERITY.
          MOVE "FWDRECOV" TO ALERT-PROGRAM.
          MOVE SPACES TO ALERT-MESSAGE.
          STRING "STATE RECOVERED FROM BACKUP RUN " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SET-NAME) DELIMITED BY SIZE
                 " THROUGH RUN " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-TO-RUN-TEXT) DELIMITED BY SIZE
                 " - " DELIMITED BY SIZE
                 WS-RECOVERED-COUNT DELIMITED BY SIZE
                 " DATASET(S)" DELIMITED BY SIZE
                 INTO ALERT-MESSAGE
          END-STRING.
          CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
             ALERT-MESSAGE.
          MOVE 0 TO RETURN-CODE.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       CHECK-OPERATOR-AUTH SECTION.
          MOVE "N" TO WS-AUTH-FLAG.
          CALL "OPERAUTH" USING WS-AUDIT-PROGRAM, WS-AUTH-FLAG
            ON EXCEPTION
             MOVE "N" TO WS-AUTH-FLAG
          END-CALL.
          IF WS-AUTH-FLAG NOT = "Y"
             DISPLAY "FWDRECOV: OPERATOR " WS-AUDIT-OPERATOR
                " NOT AUTHORIZED - RECOVERY REFUSED"
             MOVE "S" TO WS-AUDIT-ALERT-SEV
             MOVE WS-AUDIT-PROGRAM TO WS-AUDIT-ALERT-PROGRAM
             MOVE SPACES TO WS-AUDIT-ALERT-MESSAGE
             STRING "OPERATOR " DELIMITED BY SIZE
                    WS-AUDIT-OPERATOR DELIMITED BY SIZE
                    " NOT AUTHORIZED FOR FWDRECOV"
                       DELIMITED BY SIZE
                    INTO WS-AUDIT-ALERT-MESSAGE
             END-STRING
             CALL "ALERTLOG" USING WS-AUDIT-ALERT-SEV,
                WS-AUDIT-ALERT-PROGRAM, WS-AUDIT-ALERT-MESSAGE
               ON EXCEPTION
                CONTINUE
             END-CALL
             MOVE 12 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          EXIT.
      *
      * A FAILED RECOVERY DROPS ITS WORK COPIES, RAISES THE ALERT
      * THE CALLER FORMATTED AND ENDS WITH RETURN CODE 2.
       ABANDON-RECOVERY SECTION.
          PERFORM DISCARD-WORK-COPIES.
          MOVE "S" TO ALERT-SEVERITY.
          MOVE "FWDRECOV" TO ALERT-PROGRAM.
          CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
             ALERT-MESSAGE.
          MOVE 2 TO RETURN-CODE.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
      * THE JOURNALED DATASETS ARE THE STATE BACKUP LIST ENTRIES WITH
      * A THIRD FIELD OF LINE (A LINE-SEQUENTIAL DATASET JOURNALED BY
      * LINE NUMBER) OR KEYED (THE INDEXED RESULTS MASTER).
       LOAD-JOURNALED-LIST SECTION.
          MOVE "STATEBKP_CONFIG" TO CAT-LOGICAL-NAME.
          MOVE "../../params/statebkp.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-BACKUP-LIST-DATASET.
          OPEN INPUT BACKUP-LIST-FILE.
          IF WS-BACKUP-LIST-STATUS NOT = "00"
             DISPLAY "FWDRECOV: STATE BACKUP LIST "
                FUNCTION TRIM (WS-BACKUP-LIST-DATASET)
                " NOT AVAILABLE - STATUS " WS-BACKUP-LIST-STATUS
             GO TO LOAD-JOURNALED-LIST-99
          END-IF.
          PERFORM UNTIL WS-BACKUP-LIST-EOF = "Y"
             READ BACKUP-LIST-FILE
                AT END
                   MOVE "Y" TO WS-BACKUP-LIST-EOF
                NOT AT END
                   PERFORM LOAD-ONE-DATASET
             END-READ
          END-PERFORM.
          CLOSE BACKUP-LIST-FILE.
       LOAD-JOURNALED-LIST-99.
          EXIT.
      *
       LOAD-ONE-DATASET SECTION.
          IF BACKUP-LIST-RECORD = SPACES OR
             BACKUP-LIST-RECORD (1:1) = "*"
             GO TO LOAD-ONE-DATASET-99
          END-IF.
          MOVE SPACES TO WS-CFG-PARSE.
          UNSTRING BACKUP-LIST-RECORD DELIMITED BY "|"
             INTO WS-C-NAME, WS-C-PATTERN, WS-C-KIND.
          IF WS-C-KIND NOT = "LINE" AND WS-C-KIND NOT = "KEYED"
             GO TO LOAD-ONE-DATASET-99
          END-IF.
          IF WS-C-KIND = "KEYED" AND WS-KEYED-IDX > 0
             DISPLAY "FWDRECOV: ONLY ONE KEYED DATASET IS RECOVERED - "
                FUNCTION TRIM (WS-C-NAME) " IGNORED"
             GO TO LOAD-ONE-DATASET-99
          END-IF.
          IF WS-DS-COUNT >= WS-DS-MAX
             DISPLAY "FWDRECOV: MORE THAN " WS-DS-MAX
                " JOURNALED DATASETS - " FUNCTION TRIM (WS-C-NAME)
                " IGNORED"
             GO TO LOAD-ONE-DATASET-99
          END-IF.
          ADD 1 TO WS-DS-COUNT.
          MOVE WS-C-NAME TO WS-DS-NAME (WS-DS-COUNT).
          MOVE WS-C-PATTERN TO WS-DS-PATH (WS-DS-COUNT).
          MOVE WS-C-KIND TO WS-DS-KIND (WS-DS-COUNT).
          MOVE "N" TO WS-DS-IN-SET (WS-DS-COUNT).
          MOVE SPACES TO WS-DS-STORED (WS-DS-COUNT).
          MOVE SPACES TO WS-DS-FWD (WS-DS-COUNT).
          MOVE 0 TO WS-DS-BYTES (WS-DS-COUNT).
          MOVE 0 TO WS-DS-IMAGES (WS-DS-COUNT).
          IF WS-C-KIND = "KEYED"
             MOVE WS-DS-COUNT TO WS-KEYED-IDX
          END-IF.
       LOAD-ONE-DATASET-99.
          EXIT.
      *
      * FWDRECOV_SET NAMES THE BACKUP SET; OTHERWISE THE HIGHEST
      * RUN_<N> UNDER BACKUP_ROOT THAT IS NOT AFTER THE TARGET.
       CHOOSE-BACKUP-SET SECTION.
          MOVE "BACKUP_ROOT" TO CAT-LOGICAL-NAME.
          MOVE "../../backups" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-BACKUP-ROOT.
          MOVE SPACES TO WS-SET-NAME.
          ACCEPT WS-SET-NAME FROM ENVIRONMENT "FWDRECOV_SET".
          IF WS-SET-NAME NOT = SPACES
             IF FUNCTION TRIM (WS-SET-NAME) IS NOT NUMERIC
                DISPLAY "FWDRECOV: FWDRECOV_SET "
                   FUNCTION TRIM (WS-SET-NAME) " IS NOT A RUN NUMBER"
                MOVE 1 TO RETURN-CODE
                PERFORM WRITE-RUN-TRAILER
                STOP RUN
             END-IF
             COMPUTE WS-SET-RUN =
                FUNCTION NUMVAL (FUNCTION TRIM (WS-SET-NAME))
             IF WS-SET-RUN > WS-TO-RUN
                DISPLAY "FWDRECOV: BACKUP SET RUN "
                   FUNCTION TRIM (WS-SET-NAME)
                   " IS AFTER TARGET RUN "
                   FUNCTION TRIM (WS-TO-RUN-TEXT)
                MOVE 1 TO RETURN-CODE
                PERFORM WRITE-RUN-TRAILER
                STOP RUN
             END-IF
             GO TO CHOOSE-BACKUP-SET-99
          END-IF.
          MOVE SPACES TO WS-COMMAND.
          STRING "ls -1 " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-BACKUP-ROOT) DELIMITED BY SIZE
                 " 2>/dev/null > " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-WORK-DATASET) DELIMITED BY SIZE
                 INTO WS-COMMAND
          END-STRING.
          CALL "SYSTEM" USING WS-COMMAND.
          MOVE 0 TO WS-SET-RUN.
          MOVE "N" TO WS-WORK-EOF.
          OPEN INPUT WORK-FILE.
          IF WS-WORK-STATUS = "00"
             PERFORM UNTIL WS-WORK-EOF = "Y"
                READ WORK-FILE
                   AT END
                      MOVE "Y" TO WS-WORK-EOF
                   NOT AT END
                      IF WORK-RECORD (1:4) = "run_" AND
                         WORK-RECORD (5:1) NOT = SPACE AND
                         FUNCTION TRIM (WORK-RECORD (5:12))
                            IS NUMERIC
                         COMPUTE WS-IMAGE-RUN = FUNCTION NUMVAL
                            (FUNCTION TRIM (WORK-RECORD (5:12)))
                         IF WS-IMAGE-RUN <= WS-TO-RUN AND
                            WS-IMAGE-RUN > WS-SET-RUN
                            MOVE WS-IMAGE-RUN TO WS-SET-RUN
                         END-IF
                      END-IF
                END-READ
             END-PERFORM
             CLOSE WORK-FILE
          END-IF.
          IF WS-SET-RUN = 0
             DISPLAY "FWDRECOV: NO BACKUP SET AT OR BEFORE RUN "
                FUNCTION TRIM (WS-TO-RUN-TEXT) " UNDER "
                FUNCTION TRIM (WS-BACKUP-ROOT)
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          MOVE WS-SET-RUN TO WS-SET-RUN-ED.
          MOVE FUNCTION TRIM (WS-SET-RUN-ED) TO WS-SET-NAME.
       CHOOSE-BACKUP-SET-99.
          EXIT.
      *
       LOAD-MANIFEST SECTION.
          MOVE SPACES TO WS-SET-DIR.
          STRING FUNCTION TRIM (WS-BACKUP-ROOT) DELIMITED BY SIZE
                 "/run_" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SET-NAME) DELIMITED BY SIZE
                 INTO WS-SET-DIR
          END-STRING.
          MOVE SPACES TO WS-MANIFEST-DATASET.
          STRING FUNCTION TRIM (WS-SET-DIR) DELIMITED BY SIZE
                 "/manifest.txt" DELIMITED BY SIZE
                 INTO WS-MANIFEST-DATASET
          END-STRING.
          OPEN INPUT MANIFEST-FILE.
          IF WS-MANIFEST-STATUS NOT = "00"
             DISPLAY "FWDRECOV: NO BACKUP SET FOR RUN "
                FUNCTION TRIM (WS-SET-NAME) " UNDER "
                FUNCTION TRIM (WS-BACKUP-ROOT)
             MOVE 8 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          DISPLAY "FWDRECOV: BACKUP SET RUN " FUNCTION TRIM
             (WS-SET-NAME) ", JOURNAL REPLAY THROUGH RUN "
             FUNCTION TRIM (WS-TO-RUN-TEXT).
          PERFORM UNTIL WS-MANIFEST-EOF = "Y"
             READ MANIFEST-FILE
                AT END
                   MOVE "Y" TO WS-MANIFEST-EOF
                NOT AT END
                   PERFORM LOAD-ONE-ENTRY
             END-READ
          END-PERFORM.
          CLOSE MANIFEST-FILE.
          EXIT.
      *
      * ONLY THE FIRST STORED COPY OF A JOURNALED DATASET IS TAKEN;
      * NON-JOURNALED ENTRIES ARE LEFT TO STATERST.
       LOAD-ONE-ENTRY SECTION.
          IF MANIFEST-RECORD = SPACES OR
             MANIFEST-RECORD (1:11) = "BACKUP SET " OR
             MANIFEST-RECORD (1:3) = "***"
             GO TO LOAD-ONE-ENTRY-99
          END-IF.
          MOVE SPACES TO WS-PARSE.
          UNSTRING MANIFEST-RECORD DELIMITED BY "|"
             INTO WS-P-NAME, WS-P-ORIGINAL, WS-P-STORED,
                  WS-P-LINES, WS-P-BYTES.
          IF WS-P-STORED = SPACES OR
             FUNCTION TRIM (WS-P-BYTES) IS NOT NUMERIC
             GO TO LOAD-ONE-ENTRY-99
          END-IF.
          PERFORM VARYING WS-DS-IDX FROM 1 BY 1
          UNTIL WS-DS-IDX > WS-DS-COUNT
             IF WS-DS-NAME (WS-DS-IDX) = WS-P-NAME AND
                WS-DS-IN-SET (WS-DS-IDX) = "N"
                MOVE "Y" TO WS-DS-IN-SET (WS-DS-IDX)
                MOVE WS-P-ORIGINAL TO WS-DS-PATH (WS-DS-IDX)
                MOVE WS-P-STORED TO WS-DS-STORED (WS-DS-IDX)
                COMPUTE WS-DS-BYTES (WS-DS-IDX) =
                   FUNCTION NUMVAL (FUNCTION TRIM (WS-P-BYTES))
             END-IF
          END-PERFORM.
       LOAD-ONE-ENTRY-99.
          EXIT.
      *
       VERIFY-BACKUP-SET SECTION.
          PERFORM VARYING WS-DS-IDX FROM 1 BY 1
          UNTIL WS-DS-IDX > WS-DS-COUNT
             IF WS-DS-IN-SET (WS-DS-IDX) = "Y"
                PERFORM MEASURE-STORED-FILE
                IF WS-ACTUAL-BYTES NOT = WS-DS-BYTES (WS-DS-IDX)
                   ADD 1 TO WS-BAD-COUNT
                   DISPLAY "FWDRECOV: "
                      FUNCTION TRIM (WS-DS-STORED (WS-DS-IDX))
                      " MISSING OR WRONG SIZE"
                END-IF
             END-IF
          END-PERFORM.
          EXIT.
      *
       MEASURE-STORED-FILE SECTION.
          MOVE SPACES TO WS-STORED-PATH.
          STRING FUNCTION TRIM (WS-SET-DIR) DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-DS-STORED (WS-DS-IDX))
                    DELIMITED BY SIZE
                 INTO WS-STORED-PATH
          END-STRING.
          MOVE SPACES TO WS-COMMAND.
          STRING "wc -c < " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-STORED-PATH) DELIMITED BY SIZE
                 " 2>/dev/null > " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-WORK-DATASET) DELIMITED BY SIZE
                 INTO WS-COMMAND
          END-STRING.
          CALL "SYSTEM" USING WS-COMMAND.
          MOVE -1 TO WS-ACTUAL-BYTES.
          OPEN INPUT WORK-FILE.
          IF WS-WORK-STATUS = "00"
             READ WORK-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF FUNCTION TRIM (WORK-RECORD) IS NUMERIC
                      COMPUTE WS-ACTUAL-BYTES = FUNCTION NUMVAL
                         (FUNCTION TRIM (WORK-RECORD))
                   END-IF
             END-READ
             CLOSE WORK-FILE
          END-IF.
          EXIT.
      *
      * EVERY JOURNALED DATASET IS REBUILT IN A .FWD COPY: THE STORED
      * COPY WHEN THE SET HAS ONE, OTHERWISE AN EMPTY DATASET (IT DID
      * NOT EXIST WHEN THE SET WAS TAKEN).
       STAGE-WORK-COPIES SECTION.
          PERFORM VARYING WS-DS-IDX FROM 1 BY 1
          UNTIL WS-DS-IDX > WS-DS-COUNT
             MOVE SPACES TO WS-DS-FWD (WS-DS-IDX)
             STRING FUNCTION TRIM (WS-DS-PATH (WS-DS-IDX))
                       DELIMITED BY SIZE
                    ".fwd" DELIMITED BY SIZE
                    INTO WS-DS-FWD (WS-DS-IDX)
             END-STRING
             MOVE SPACES TO WS-COMMAND
             IF WS-DS-IN-SET (WS-DS-IDX) = "Y"
                STRING "cp " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-SET-DIR) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-DS-STORED (WS-DS-IDX))
                          DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-DS-FWD (WS-DS-IDX))
                          DELIMITED BY SIZE
                       INTO WS-COMMAND
                END-STRING
             ELSE
                STRING "rm -f " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-DS-FWD (WS-DS-IDX))
                          DELIMITED BY SIZE
                       INTO WS-COMMAND
                END-STRING
             END-IF
             CALL "SYSTEM" USING WS-COMMAND
             IF WS-DS-IN-SET (WS-DS-IDX) = "N"
                PERFORM CREATE-EMPTY-COPY
             END-IF
          END-PERFORM.
          IF WS-KEYED-IDX > 0
             MOVE WS-DS-FWD (WS-KEYED-IDX) TO WS-MASTER-DATASET
          END-IF.
          EXIT.
      *
       CREATE-EMPTY-COPY SECTION.
          IF WS-DS-KIND (WS-DS-IDX) = "KEYED"
             MOVE WS-DS-FWD (WS-DS-IDX) TO WS-MASTER-DATASET
             OPEN OUTPUT RESULTS-MASTER-FILE
             CLOSE RESULTS-MASTER-FILE
          ELSE
             MOVE WS-DS-FWD (WS-DS-IDX) TO WS-NEW-DATASET
             OPEN OUTPUT NEW-FILE
             CLOSE NEW-FILE
          END-IF.
          EXIT.
      *
      * NO OTHER RUN MAY JOURNAL WHILE THE JOURNAL IS REPLAYED; A
      * HELD LOCK IS REPORTED AND THE REPLAY GOES ON (THE LEDGER
      * POSTING CONVENTION).
       TAKE-JOURNAL-LOCK SECTION.
          MOVE "E" TO JR-LOCK-FUNCTION.
          MOVE "N" TO JR-LOCK-RESULT.
          CALL "LOCKMGR" USING JR-LOCK-FUNCTION, JR-LOCK-RESOURCE,
             JR-LOCK-RESULT
            ON EXCEPTION
             MOVE "X" TO JR-LOCK-RESULT
          END-CALL.
          IF JR-LOCK-RESULT = "N"
             DISPLAY "FWDRECOV: " FUNCTION TRIM (JR-LOCK-RESOURCE)
                " IS LOCKED BY ANOTHER RUN - REPLAYING ANYWAY"
          END-IF.
          EXIT.
      *
       FREE-JOURNAL-LOCK SECTION.
          IF JR-LOCK-RESULT = "Y"
             MOVE "D" TO JR-LOCK-FUNCTION
             CALL "LOCKMGR" USING JR-LOCK-FUNCTION,
                JR-LOCK-RESOURCE, JR-LOCK-RESULT
               ON EXCEPTION
                CONTINUE
             END-CALL
          END-IF.
          EXIT.
      *
      * THE JOURNAL IS READ ONCE, OLDEST FIRST. IMAGES FROM THE SET'S
      * RUN THROUGH THE TARGET RUN FOR A JOURNALED DATASET ARE
      * APPLIED; EVERYTHING ELSE IS PASSED OVER.
       REPLAY-JOURNAL SECTION.
          MOVE "STATE_JOURNAL" TO CAT-LOGICAL-NAME.
          MOVE "../../results/statejrnl.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO JR-JOURNAL-DATASET.
          OPEN INPUT STATE-JOURNAL-FILE.
          IF JR-STATUS NOT = "00"
             DISPLAY "FWDRECOV: NO STATE JOURNAL AT "
                FUNCTION TRIM (JR-JOURNAL-DATASET)
                " - BACKUP SET ONLY"
             GO TO REPLAY-JOURNAL-99
          END-IF.
          MOVE "N" TO JR-EOF.
          PERFORM UNTIL JR-EOF = "Y"
             READ STATE-JOURNAL-FILE
                AT END
                   MOVE "Y" TO JR-EOF
                NOT AT END
                   PERFORM REPLAY-ONE-IMAGE
             END-READ
          END-PERFORM.
          CLOSE STATE-JOURNAL-FILE.
          IF WS-GROUP-OPEN = "Y"
             PERFORM CLOSE-LINE-GROUP
          END-IF.
          IF WS-MASTER-OPEN = "Y"
             CLOSE RESULTS-MASTER-FILE
             MOVE "N" TO WS-MASTER-OPEN
          END-IF.
       REPLAY-JOURNAL-99.
          EXIT.
      *
      * THE IMAGES OF ONE SAVE (SAME RUN, DATE, TIME, PROGRAM AND
      * DATASET) ARE CONTIGUOUS AND IN LINE ORDER, SO A LINE DATASET
      * IS REPLAYED ONE SAVE AT A TIME BY MERGING THE SAVE INTO ITS
      * WORK COPY. A LINE NUMBER THAT GOES BACKWARDS ALSO STARTS A NEW
      * SAVE, IN CASE TWO SAVES SHARE A TIME STAMP.
       REPLAY-ONE-IMAGE SECTION.
          MOVE STATE-JOURNAL-RECORD TO JR-ENTRY.
          IF WS-GROUP-OPEN = "Y" AND JR-ENTRY (1:54) NOT = WS-CUR-GROUP
             PERFORM CLOSE-LINE-GROUP
          END-IF.
          IF FUNCTION TRIM (JR-RUN-NUMBER) IS NOT NUMERIC
             GO TO REPLAY-ONE-IMAGE-99
          END-IF.
          COMPUTE WS-IMAGE-RUN =
             FUNCTION NUMVAL (FUNCTION TRIM (JR-RUN-NUMBER)).
          IF WS-IMAGE-RUN < WS-SET-RUN OR WS-IMAGE-RUN > WS-TO-RUN
             GO TO REPLAY-ONE-IMAGE-99
          END-IF.
          MOVE 0 TO WS-GROUP-IDX.
          PERFORM VARYING WS-DS-IDX FROM 1 BY 1
          UNTIL WS-DS-IDX > WS-DS-COUNT OR WS-GROUP-IDX > 0
             IF WS-DS-NAME (WS-DS-IDX) = JR-DATASET
                MOVE WS-DS-IDX TO WS-GROUP-IDX
             END-IF
          END-PERFORM.
          IF WS-GROUP-IDX = 0
             GO TO REPLAY-ONE-IMAGE-99
          END-IF.
          ADD 1 TO WS-REPLAYED-COUNT.
          ADD 1 TO WS-DS-IMAGES (WS-GROUP-IDX).
          IF WS-DS-KIND (WS-GROUP-IDX) = "KEYED"
             PERFORM APPLY-KEYED-IMAGE
          ELSE
             IF WS-GROUP-OPEN = "Y" AND
                JR-LINE-NUMBER < WS-LAST-LINE
                PERFORM CLOSE-LINE-GROUP
             END-IF
             IF WS-GROUP-OPEN = "N"
                PERFORM OPEN-LINE-GROUP
             END-IF
             MOVE JR-LINE-NUMBER TO WS-LAST-LINE
             PERFORM APPLY-LINE-IMAGE
          END-IF.
       REPLAY-ONE-IMAGE-99.
          EXIT.
      *
       OPEN-LINE-GROUP SECTION.
          MOVE JR-ENTRY (1:54) TO WS-CUR-GROUP.
          MOVE WS-DS-FWD (WS-GROUP-IDX) TO WS-OLD-DATASET.
          MOVE SPACES TO WS-NEW-DATASET.
          STRING FUNCTION TRIM (WS-DS-FWD (WS-GROUP-IDX))
                    DELIMITED BY SIZE
                 "new" DELIMITED BY SIZE
                 INTO WS-NEW-DATASET
          END-STRING.
          MOVE 0 TO WS-OLD-LINE.
          MOVE 0 TO WS-NEW-LINE.
          MOVE "N" TO WS-OLD-EOF.
          OPEN INPUT OLD-FILE.
          IF WS-OLD-STATUS NOT = "00"
             MOVE "Y" TO WS-OLD-EOF
          END-IF.
          OPEN OUTPUT NEW-FILE.
          MOVE "Y" TO WS-GROUP-OPEN.
          EXIT.
      *
      * LINES BEFORE THE IMAGE'S LINE ARE CARRIED OVER UNCHANGED. A
      * BEFORE IMAGE MUST MATCH THE LINE IT REPLACES OR REMOVES; AN
      * ADDED LINE MUST FALL BEYOND THE END OF THE WORK COPY.
       APPLY-LINE-IMAGE SECTION.
          PERFORM UNTIL WS-OLD-EOF = "Y" OR
                        WS-OLD-LINE + 1 >= JR-LINE-NUMBER
             PERFORM READ-OLD-LINE
             IF WS-OLD-EOF = "N"
                WRITE NEW-RECORD FROM OLD-RECORD
                ADD 1 TO WS-NEW-LINE
             END-IF
          END-PERFORM.
          IF JR-IMAGE-TYPE = "B"
             PERFORM READ-OLD-LINE
             IF WS-OLD-EOF = "Y" OR
                WS-OLD-LINE NOT = JR-LINE-NUMBER OR
                OLD-RECORD NOT = JR-IMAGE
                PERFORM REPORT-MISMATCH
             END-IF
          ELSE
             IF JR-ACTION = "I"
                PERFORM READ-OLD-LINE
                IF WS-OLD-EOF = "N"
                   PERFORM REPORT-MISMATCH
                END-IF
             END-IF
             IF WS-NEW-LINE + 1 NOT = JR-LINE-NUMBER
                PERFORM REPORT-MISMATCH
             END-IF
             WRITE NEW-RECORD FROM JR-IMAGE
             ADD 1 TO WS-NEW-LINE
          END-IF.
          EXIT.
      *
       READ-OLD-LINE SECTION.
          IF WS-OLD-EOF = "N"
             READ OLD-FILE
                AT END
                   MOVE "Y" TO WS-OLD-EOF
                NOT AT END
                   ADD 1 TO WS-OLD-LINE
             END-READ
          END-IF.
          EXIT.
      *
       CLOSE-LINE-GROUP SECTION.
          PERFORM UNTIL WS-OLD-EOF = "Y"
             PERFORM READ-OLD-LINE
             IF WS-OLD-EOF = "N"
                WRITE NEW-RECORD FROM OLD-RECORD
                ADD 1 TO WS-NEW-LINE
             END-IF
          END-PERFORM.
          IF WS-OLD-STATUS NOT = "35"
             CLOSE OLD-FILE
          END-IF.
          CLOSE NEW-FILE.
          MOVE SPACES TO WS-COMMAND.
          STRING "mv " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-NEW-DATASET) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-OLD-DATASET) DELIMITED BY SIZE
                 INTO WS-COMMAND
          END-STRING.
          CALL "SYSTEM" USING WS-COMMAND.
          MOVE "N" TO WS-GROUP-OPEN.
          EXIT.
      *
      * A KEYED IMAGE IS APPLIED DIRECTLY TO THE MASTER WORK COPY:
      * THE BEFORE IMAGE MUST MATCH THE RECORD ON FILE, THEN THE
      * AFTER IMAGE IS WRITTEN OR REWRITTEN, OR THE RECORD DELETED.
       APPLY-KEYED-IMAGE SECTION.
          IF WS-MASTER-OPEN = "N"
             OPEN I-O RESULTS-MASTER-FILE
             IF WS-MASTER-STATUS NOT = "00"
                DISPLAY "FWDRECOV: " FUNCTION TRIM (WS-MASTER-DATASET)
                   " CANNOT BE OPENED - STATUS " WS-MASTER-STATUS
                PERFORM REPORT-MISMATCH
                GO TO APPLY-KEYED-IMAGE-99
             END-IF
             MOVE "Y" TO WS-MASTER-OPEN
          END-IF.
          MOVE JR-KEY (1:22) TO RM-KEY.
          IF JR-IMAGE-TYPE = "B"
             READ RESULTS-MASTER-FILE
             IF WS-MASTER-STATUS NOT = "00" OR
                RESULTS-MASTER-RECORD NOT = JR-IMAGE (1:82)
                PERFORM REPORT-MISMATCH
             ELSE
                IF JR-ACTION = "D"
                   DELETE RESULTS-MASTER-FILE RECORD
                END-IF
             END-IF
          ELSE
             MOVE JR-IMAGE (1:82) TO RESULTS-MASTER-RECORD
             IF JR-ACTION = "I"
                WRITE RESULTS-MASTER-RECORD
             ELSE
                REWRITE RESULTS-MASTER-RECORD
             END-IF
             IF WS-MASTER-STATUS NOT = "00" AND
                WS-MASTER-STATUS NOT = "02"
                PERFORM REPORT-MISMATCH
             END-IF
          END-IF.
       APPLY-KEYED-IMAGE-99.
          EXIT.
      *
       REPORT-MISMATCH SECTION.
          ADD 1 TO WS-MISMATCH-COUNT.
          DISPLAY "FWDRECOV: MISMATCH " FUNCTION TRIM (JR-DATASET)
             " KEY " FUNCTION TRIM (JR-KEY) " RUN "
             FUNCTION TRIM (JR-RUN-NUMBER) " " JR-IMAGE-TYPE "/"
             JR-ACTION.
          EXIT.
      *
      * A DATASET WITH NO STORED COPY AND NOTHING JOURNALED HAS NOTHING
      * TO RECOVER FROM AND IS LEFT AS IT IS.
       INSTALL-WORK-COPIES SECTION.
          PERFORM VARYING WS-DS-IDX FROM 1 BY 1
          UNTIL WS-DS-IDX > WS-DS-COUNT
             MOVE SPACES TO WS-COMMAND
             IF WS-DS-IN-SET (WS-DS-IDX) = "N" AND
                WS-DS-IMAGES (WS-DS-IDX) = 0
                STRING "rm -f " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-DS-FWD (WS-DS-IDX))
                          DELIMITED BY SIZE
                       INTO WS-COMMAND
                END-STRING
                DISPLAY "FWDRECOV: "
                   FUNCTION TRIM (WS-DS-NAME (WS-DS-IDX))
                   " - NO BACKUP AND NO JOURNAL, LEFT AS IT IS"
             ELSE
                STRING "mv " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-DS-FWD (WS-DS-IDX))
                          DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-DS-PATH (WS-DS-IDX))
                          DELIMITED BY SIZE
                       INTO WS-COMMAND
                END-STRING
                ADD 1 TO WS-RECOVERED-COUNT
                DISPLAY "FWDRECOV: "
                   FUNCTION TRIM (WS-DS-NAME (WS-DS-IDX)) " - "
                   WS-DS-IMAGES (WS-DS-IDX) " IMAGE(S) -> "
                   FUNCTION TRIM (WS-DS-PATH (WS-DS-IDX))
             END-IF
             CALL "SYSTEM" USING WS-COMMAND
          END-PERFORM.
          PERFORM REMOVE-WORK-FILE.
          EXIT.
      *
       DISCARD-WORK-COPIES SECTION.
          PERFORM VARYING WS-DS-IDX FROM 1 BY 1
          UNTIL WS-DS-IDX > WS-DS-COUNT
             IF WS-DS-FWD (WS-DS-IDX) NOT = SPACES
                MOVE SPACES TO WS-COMMAND
                STRING "rm -f " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-DS-FWD (WS-DS-IDX))
                          DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-DS-FWD (WS-DS-IDX))
                          DELIMITED BY SIZE
                       "new" DELIMITED BY SIZE
                       INTO WS-COMMAND
                END-STRING
                CALL "SYSTEM" USING WS-COMMAND
             END-IF
          END-PERFORM.
          PERFORM REMOVE-WORK-FILE.
          EXIT.
      *
       REMOVE-WORK-FILE SECTION.
          MOVE SPACES TO WS-COMMAND.
          STRING "rm -f " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-WORK-DATASET) DELIMITED BY SIZE
                 INTO WS-COMMAND
          END-STRING.
          CALL "SYSTEM" USING WS-COMMAND.
          EXIT.
      *
       COPY AUDITPA.
