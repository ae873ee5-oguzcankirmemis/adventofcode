       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVPOST.
       AUTHOR. OK999.
      * ANSWER PROVENANCE WRITER, CALLED FROM THE WRITE-LEDGER-RECORD
      * PATH (SEE LEDGERPA) WITH EVERY POST. "WHERE DID THIS DAY9
      * PART-2 NUMBER COME FROM" USED TO MEAN PIECING TOGETHER THE
      * RUN NUMBER, THE INMANFST MANIFEST, THE PARAMETER SNAPSHOT,
      * THE JOB LOG AND THE STATS ROW BY HAND; THIS WRITES ONE
      * PROVENANCE RECORD (SEE PROVWS) THAT TIES THEM TOGETHER:
      *   - THE LEDGER POST AND ITS LINE NUMBER IN THE LEDGER;
      *   - RUN NUMBER AND OPERATOR;
      *   - THE INPUT DATASET THE PROGRAM ACTUALLY RESOLVED, TAKEN
      *     FROM THE RUN'S PARAMETER SNAPSHOT (CATLOOK RECORDS EVERY
      *     RESOLUTION THERE), AND ITS CHECKSUM FROM THE INMANFST
      *     MANIFEST;
      *   - THE FEED GENERATION THE INPUT WAS (SEE GENRGWS): THE
      *     GENERATION WHOSE DATASET THE PROGRAM - OR CTLCHK OR EDITIN
      *     STAGING FOR IT - RESOLVED, OTHERWISE THE GENERATION
      *     INMANFST RECORDED FOR THE DAY ON TONIGHT'S MANIFEST;
      *   - THE PARAMETER SNAPSHOT ID (PARAMSNAP_<RUN>, SEE PARMCOMP);
      *   - WHETHER THE INPUT WAS THE EDITIN STAGED COPY (THE DRIVER
      *     SETS EDITIN_STAGED=Y FOR THAT RUN) AND WHETHER REPROC
      *     CORRECTIONS WERE APPLIED (REPROC SETS REPROC_CORRECTED=Y
      *     ON ITS RERUN).
      * THE CALLER HOLDS THE LEDGER LOCK, SO THE LINE COUNT IS THE
      * POST'S OWN LINE IN THE LEDGER DATASET IT POSTED TO. IN A
      * PARALLEL RUN THAT DATASET IS THE STEP'S PRIVATE LEDGER SPOOL
      * AND THIS RECORD GOES TO A PROVENANCE SPOOL; THE DRIVER ADDS
      * THE REAL LEDGER'S LINE COUNT WHEN IT FOLDS THE TWO SPOOLS IN.
      * A RECORD THAT CANNOT BE WRITTEN IS REPORTED; THE POST ITSELF
      * STANDS.
      * THE CALLER'S RETURN-CODE IS PRESERVED. PROVINQ PRINTS THE
      * CERTIFICATE FOR ANY PROGRAM AND DATE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          COPY PROVSL.
          COPY GENRGSL.
          SELECT LEDGER-COUNT-FILE
             ASSIGN TO WS-COUNT-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COUNT-STATUS.
          SELECT SNAPSHOT-FILE
             ASSIGN TO WS-SNAPSHOT-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SNAPSHOT-STATUS.
          SELECT MANIFEST-FILE
             ASSIGN TO WS-MANIFEST-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MANIFEST-STATUS.
       DATA DIVISION.
       FILE SECTION.
          COPY PROVFD.
          COPY GENRGFD.
          FD LEDGER-COUNT-FILE.
          01 LEDGER-COUNT-RECORD PIC X(200).
          FD SNAPSHOT-FILE.
          01 SNAPSHOT-RECORD PIC X(160).
          FD MANIFEST-FILE.
          01 MANIFEST-RECORD PIC X(120).
       WORKING-STORAGE SECTION.
          COPY CATLKWS.
          COPY PROVWS.
          COPY GENRGWS.
          01 WS-STEP-INPUT PIC X(200).
          01 WS-STEP-PROGRAM PIC X(10).
          01 WS-SAVED-RC PIC S9(9).
          01 WS-COUNT-DATASET PIC X(200).
          01 WS-COUNT-STATUS PIC X(2) VALUE SPACES.
          01 WS-SNAPSHOT-DATASET PIC X(200).
          01 WS-SNAPSHOT-STATUS PIC X(2) VALUE SPACES.
          01 WS-MANIFEST-DATASET PIC X(200).
          01 WS-MANIFEST-STATUS PIC X(2) VALUE SPACES.
          01 WS-EOF PIC X(1).
          01 WS-SNAP-ROOT PIC X(200).
          01 WS-LINE-COUNT PIC 9(9).
          01 WS-LINE-ED PIC Z(8)9.
          01 WS-INPUT-NAME PIC X(30).
          01 WS-FLAG PIC X(1).
          01 WS-SNAP-PARSE.
             03 WS-SP-CALLER PIC X(10).
             03 WS-SP-KIND PIC X(8).
             03 WS-SP-KEY PIC X(30).
             03 WS-SP-VALUE PIC X(200).
             03 WS-SP-SOURCE PIC X(12).
          01 WS-MANIFEST-PARSE.
             03 WS-MP-PROGRAM PIC X(10).
             03 WS-MP-BYTES PIC X(14).
             03 WS-MP-CHECKSUM PIC X(14).
             03 WS-MP-LINES PIC X(10).
             03 WS-MP-STAMP PIC X(16).
             03 WS-MP-GENERATION PIC X(12).
       LINKAGE SECTION.
          01 L-PROGRAM PIC X(10).
          01 L-PART-1 PIC X(30).
          01 L-PART-2 PIC X(30).
          01 L-DATE PIC X(10).
          01 L-RUN-NUMBER PIC X(8).
          01 L-YEAR PIC X(4).
          01 L-LEDGER-DATASET PIC X(200).
       PROCEDURE DIVISION USING L-PROGRAM, L-PART-1, L-PART-2,
              L-DATE, L-RUN-NUMBER, L-YEAR, L-LEDGER-DATASET.
       POST-PROVENANCE SECTION.
           MOVE RETURN-CODE TO WS-SAVED-RC.
           MOVE SPACES TO WS-PROV-FIELDS.
           MOVE L-DATE TO WS-PROV-DATE.
           MOVE L-PROGRAM TO WS-PROV-PROGRAM.
           MOVE L-RUN-NUMBER TO WS-PROV-RUN.
           MOVE L-YEAR TO WS-PROV-YEAR.
           MOVE L-PART-1 TO WS-PROV-PART-1.
           MOVE L-PART-2 TO WS-PROV-PART-2.
           ACCEPT WS-PROV-TIME FROM TIME.
           ACCEPT WS-PROV-OPERATOR FROM ENVIRONMENT "OPERATOR_ID".
      * THE INPUT TRACED IS THE RUNNING STEP'S OWN, SO A PER-DEVICE
      * LINE POSTED BY DAY1 (PROGRAM D1-<DEVICE>) TRACES DAY1'S FEED.
           MOVE SPACES TO WS-STEP-PROGRAM.
           ACCEPT WS-STEP-PROGRAM FROM ENVIRONMENT "AUDIT_PROGRAM".
           IF WS-STEP-PROGRAM = SPACES
              MOVE L-PROGRAM TO WS-STEP-PROGRAM
           END-IF.
           PERFORM COUNT-LEDGER-LINES.
           PERFORM FIND-INPUT-DATASET.
           PERFORM FIND-INPUT-CHECKSUM.
           PERFORM FIND-INPUT-GENERATION.
           ACCEPT WS-FLAG FROM ENVIRONMENT "EDITIN_STAGED".
           IF WS-FLAG = "Y"
              MOVE "STAGED" TO WS-PROV-EDITIN
           ELSE
              MOVE "NOT-STAGED" TO WS-PROV-EDITIN
           END-IF.
           MOVE SPACES TO WS-FLAG.
           ACCEPT WS-FLAG FROM ENVIRONMENT "REPROC_CORRECTED".
           IF WS-FLAG = "Y"
              MOVE "CORRECTED" TO WS-PROV-REPROC
           ELSE
              MOVE "NONE" TO WS-PROV-REPROC
           END-IF.
           PERFORM WRITE-PROVENANCE-RECORD.
           MOVE WS-SAVED-RC TO RETURN-CODE.
           EXIT PROGRAM.
      *
       COUNT-LEDGER-LINES SECTION.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE L-LEDGER-DATASET TO WS-COUNT-DATASET.
           OPEN INPUT LEDGER-COUNT-FILE.
           IF WS-COUNT-STATUS NOT = "00"
              MOVE "UNKNOWN" TO WS-PROV-LEDGER-LINE
              GO TO COUNT-LEDGER-LINES-99
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
              READ LEDGER-COUNT-FILE
                 AT END
                    MOVE "Y" TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-LINE-COUNT
              END-READ
           END-PERFORM.
           CLOSE LEDGER-COUNT-FILE.
           MOVE WS-LINE-COUNT TO WS-LINE-ED.
           MOVE FUNCTION TRIM (WS-LINE-ED) TO WS-PROV-LEDGER-LINE.
       COUNT-LEDGER-LINES-99.
           EXIT.
      *
      * THE RUN'S SNAPSHOT HOLDS THE PATH THE PROGRAM RESOLVED FOR ITS
      * OWN <PROGRAM>_INPUT AND WHERE THE PATH CAME FROM; THE LAST
      * SUCH ENTRY WINS WHEN RUNS WITHOUT A RUN NUMBER SHARE THE
      * SNAPSHOT. WITHOUT ONE THE ENVIRONMENT OVERRIDE, IF ANY, IS
      * THE BEST EVIDENCE LEFT.
       FIND-INPUT-DATASET SECTION.
           ACCEPT WS-SNAP-ROOT
              FROM ENVIRONMENT "PARAM_SNAPSHOT_ROOT".
           IF WS-SNAP-ROOT = SPACES
              MOVE "../../results" TO WS-SNAP-ROOT
           END-IF.
           MOVE SPACES TO WS-PROV-SNAPSHOT.
           STRING "paramsnap_" DELIMITED BY SIZE
                  FUNCTION TRIM (L-RUN-NUMBER) DELIMITED BY SIZE
                  INTO WS-PROV-SNAPSHOT
           END-STRING.
           MOVE SPACES TO WS-SNAPSHOT-DATASET.
           STRING FUNCTION TRIM (WS-SNAP-ROOT) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PROV-SNAPSHOT) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-SNAPSHOT-DATASET
           END-STRING.
           MOVE SPACES TO WS-INPUT-NAME WS-STEP-INPUT.
           STRING FUNCTION TRIM (WS-STEP-PROGRAM) DELIMITED BY SIZE
                  "_INPUT" DELIMITED BY SIZE
                  INTO WS-INPUT-NAME
           END-STRING.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAPSHOT-STATUS = "00"
              MOVE "N" TO WS-EOF
              PERFORM UNTIL WS-EOF = "Y"
                 READ SNAPSHOT-FILE
                    AT END
                       MOVE "Y" TO WS-EOF
                    NOT AT END
                       PERFORM TAKE-SNAPSHOT-ENTRY
                 END-READ
              END-PERFORM
              CLOSE SNAPSHOT-FILE
           END-IF.
           IF WS-PROV-INPUT NOT = SPACES
              GO TO FIND-INPUT-DATASET-99
           END-IF.
           ACCEPT WS-PROV-INPUT FROM ENVIRONMENT WS-INPUT-NAME.
           IF WS-PROV-INPUT NOT = SPACES
              MOVE "ENVIRONMENT" TO WS-PROV-INPUT-SOURCE
           ELSE
              MOVE "NOT-RECORDED" TO WS-PROV-INPUT
              MOVE "UNKNOWN" TO WS-PROV-INPUT-SOURCE
           END-IF.
       FIND-INPUT-DATASET-99.
           EXIT.
      *
       TAKE-SNAPSHOT-ENTRY SECTION.
           MOVE SPACES TO WS-SNAP-PARSE.
           UNSTRING SNAPSHOT-RECORD DELIMITED BY "|"
              INTO WS-SP-CALLER, WS-SP-KIND, WS-SP-KEY, WS-SP-VALUE,
                   WS-SP-SOURCE.
           IF WS-SP-CALLER = WS-STEP-PROGRAM AND
              WS-SP-KIND = "DATASET" AND
              WS-SP-KEY = WS-INPUT-NAME
              MOVE WS-SP-VALUE TO WS-PROV-INPUT
              MOVE WS-SP-SOURCE TO WS-PROV-INPUT-SOURCE
           END-IF.
      * CTLCHK AND EDITIN RESOLVE THE DAY'S INPUT AHEAD OF THE DAY
      * PROGRAM, WHICH THEN READS THEIR STAGED COPY.
           IF WS-SP-CALLER NOT = WS-STEP-PROGRAM AND
              WS-SP-KIND = "DATASET" AND
              WS-SP-KEY = WS-INPUT-NAME
              MOVE WS-SP-VALUE TO WS-STEP-INPUT
           END-IF.
           EXIT.
      *
       COPY GENRGPA.
      *
       FIND-INPUT-CHECKSUM SECTION.
           MOVE "NOT-IN-MANIFEST" TO WS-PROV-CHECKSUM.
           MOVE "INPUT_MANIFEST" TO CAT-LOGICAL-NAME.
           MOVE "../../results/manifest.txt" TO CAT-DEFAULT-PATH.
           MOVE "INPUT" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO WS-MANIFEST-DATASET.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-STATUS NOT = "00"
              GO TO FIND-INPUT-CHECKSUM-99
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
              READ MANIFEST-FILE
                 AT END
                    MOVE "Y" TO WS-EOF
                 NOT AT END
                    MOVE SPACES TO WS-MANIFEST-PARSE
                    UNSTRING MANIFEST-RECORD DELIMITED BY ","
                       INTO WS-MP-PROGRAM, WS-MP-BYTES, WS-MP-CHECKSUM,
                            WS-MP-LINES, WS-MP-STAMP, WS-MP-GENERATION
                    IF WS-MP-PROGRAM = WS-STEP-PROGRAM
                       MOVE WS-MP-CHECKSUM TO WS-PROV-CHECKSUM
                       MOVE WS-MP-GENERATION TO WS-PROV-GENERATION
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MANIFEST-FILE.
       FIND-INPUT-CHECKSUM-99.
           EXIT.
      *
      * THE MANIFEST'S GENERATION (LEFT BY FIND-INPUT-CHECKSUM) STANDS
      * UNLESS THE INPUT ACTUALLY RESOLVED WAS A GENERATION DATASET.
       FIND-INPUT-GENERATION SECTION.
           PERFORM LOAD-GENERATION-REGISTER.
           MOVE WS-PROV-INPUT TO GR-Q-PATH.
           PERFORM FIND-GENERATION-BY-PATH.
           IF GR-HIT-IDX = 0 AND WS-STEP-INPUT NOT = SPACES
              MOVE WS-STEP-INPUT TO GR-Q-PATH
              PERFORM FIND-GENERATION-BY-PATH
           END-IF.
           IF GR-HIT-IDX > 0
              MOVE GR-LABEL TO WS-PROV-GENERATION
           END-IF.
           IF WS-PROV-GENERATION = SPACES
              MOVE "NONE" TO WS-PROV-GENERATION
           END-IF.
           EXIT.
      *
       WRITE-PROVENANCE-RECORD SECTION.
           MOVE "PROVENANCE_LOG" TO CAT-LOGICAL-NAME.
           MOVE "../../results/provenance.txt" TO CAT-DEFAULT-PATH.
           MOVE "EXTEND" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO WS-PROV-DATASET.
           OPEN EXTEND PROVENANCE-FILE.
           IF WS-PROV-STATUS = "35"
              OPEN OUTPUT PROVENANCE-FILE
              CLOSE PROVENANCE-FILE
              OPEN EXTEND PROVENANCE-FILE
           END-IF.
           IF WS-PROV-STATUS NOT = "00"
              DISPLAY "PROVPOST: PROVENANCE NOT RECORDED FOR "
                 FUNCTION TRIM (L-PROGRAM) " - OPEN STATUS "
                 WS-PROV-STATUS
              GO TO WRITE-PROVENANCE-RECORD-99
           END-IF.
           MOVE SPACES TO PROVENANCE-RECORD.
           STRING FUNCTION TRIM (WS-PROV-DATE) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PROV-PROGRAM) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PROV-RUN) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PROV-YEAR DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PROV-PART-1) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PROV-PART-2) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PROV-LEDGER-LINE)
                     DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-PROV-TIME DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PROV-OPERATOR) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PROV-INPUT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PROV-INPUT-SOURCE)
                     DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PROV-CHECKSUM) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PROV-SNAPSHOT) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PROV-EDITIN) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PROV-REPROC) DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PROV-GENERATION) DELIMITED BY SIZE
                  INTO PROVENANCE-RECORD
           END-STRING.
           WRITE PROVENANCE-RECORD.
           CLOSE PROVENANCE-FILE.
       WRITE-PROVENANCE-RECORD-99.
           EXIT.
