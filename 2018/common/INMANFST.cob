      * REPORT AND AS A WARNING ALERT - SO "DID THE INPUT CHANGE OR
      * DID THE SYSTEM?" HAS RECORDED EVIDENCE. THE NEW MANIFEST THEN
      * REPLACES THE OLD ONE.
      * EVERY FEED IS ALSO KEPT AS NUMBERED GENERATIONS (SEE GENRGWS):
      * A FEED WHOSE CONTENT DIFFERS FROM ITS NEWEST GENERATION IS
      * COPIED TO A NEW GENERATION DATASET (INPUT_GENERATION_PREFIX,
      * DEFAULT RESULTS/GEN_, + <NAME>.GnnnnV00.TXT) AND REGISTERED,
      * AND GENERATIONS BEYOND THE DAY'S RETENTION LIMIT (GENERATION_
      * LIMITS, DEFAULT PARAMS/GENERATIONS.CFG) ARE DELETED AND DROPPED
      * FROM THE REGISTER. A DAY WHOSE DAYn_INPUT ASKS FOR A PRIOR
      * GENERATION (GEN(-1)) IS MEASURED FROM THAT GENERATION AND
      * CATALOGS NOTHING. THE GENERATION EACH DAY WILL CONSUME GOES ON
      * ITS MANIFEST ROW AND, WHEN NEW OR NOT CURRENT, ON THE REPORT.
      * MANIFEST RECORD: PROGRAM,BYTES,CHECKSUM,LINES,STAMP,GENERATION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT CHANGES-FILE
             ASSIGN TO WS-CHANGES-DATASET
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT COPY-IN-FILE
             ASSIGN TO WS-INPUT-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COPY-IN-STATUS.
          SELECT GENERATION-FILE
             ASSIGN TO WS-GEN-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GEN-STATUS.
          SELECT LIMITS-FILE
             ASSIGN TO WS-LIMITS-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LIMITS-STATUS.
          COPY GENRGSL.
      *
       DATA DIVISION.
       FILE SECTION.
          01 MANIFEST-RECORD PIC X(120).
          FD CHANGES-FILE.
          01 CHANGES-RECORD PIC X(160).
          FD COPY-IN-FILE.
          01 COPY-IN-RECORD PIC X(60000).
          FD GENERATION-FILE.
          01 GENERATION-RECORD PIC X(60000).
          FD LIMITS-FILE.
          01 LIMITS-RECORD PIC X(80).
          COPY GENRGFD.
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          01 WS-CHECKSUM-ED PIC Z(11)9.
          01 WS-LINES-ED PIC Z(8)9.
          01 WS-CHANGED-COUNT PIC 9(2) VALUE 0.
          COPY GENRGWS.
          01 WS-COPY-IN-STATUS PIC X(2) VALUE SPACES.
          01 WS-COPY-EOF PIC X(1).
          01 WS-GEN-DATASET PIC X(200).
          01 WS-GEN-STATUS PIC X(2) VALUE SPACES.
          01 WS-GEN-PREFIX PIC X(200).
          01 WS-GEN-NAME PIC X(30).
          01 WS-GEN-NUMBER PIC 9(4).
          01 WS-GEN-KEPT PIC 9(4).
          01 WS-GEN-OLDEST PIC 9(4).
          01 WS-GEN-OLDEST-IDX PIC 9(4).
          01 WS-GEN-LIMIT PIC 9(4).
          01 WS-PRUNED-ED PIC ZZZ9.
          01 WS-GEN-CHANGED PIC X(1) VALUE "N".
          01 WS-DELETE-RC PIC S9(9) USAGE COMP-5.
          01 WS-RUN-NUMBER PIC X(8).
          01 WS-LIMITS-DATASET PIC X(200).
          01 WS-LIMITS-STATUS PIC X(2) VALUE SPACES.
          01 WS-LIMITS-EOF PIC X(1) VALUE "N".
          01 WS-DEFAULT-LIMIT PIC 9(4) VALUE 7.
          01 WS-LIMIT-COUNT PIC 9(2) VALUE 0.
          01 WS-LIMIT-TABLE.
             03 WS-LIMIT-ENTRY OCCURS 40.
                05 WS-LT-NAME PIC X(30).
                05 WS-LT-LIMIT PIC 9(4).
          01 WS-LIMIT-IDX PIC 9(2).
          01 WS-LIMIT-PARSE.
             03 WS-LP-NAME PIC X(30).
             03 WS-LP-LIMIT PIC X(10).
      * WHAT EACH DAY WILL CONSUME: ITS GENERATION LABEL AND THE NOTE
      * FOR THE CHANGE REPORT (N = NEW GENERATION CATALOGED, P = A
      * PRIOR GENERATION REQUESTED, BLANK = NOTHING TO REPORT).
          01 WS-GEN-DAY-TABLE.
             03 WS-GEN-DAY-ENTRY OCCURS 25.
                05 WS-GD-LABEL PIC X(12) VALUE SPACES.
                05 WS-GD-NOTE PIC X(1) VALUE SPACE.
                05 WS-GD-PRUNED PIC 9(4) VALUE 0.
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "INMANFST" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          PERFORM READ-OLD-MANIFEST.
          PERFORM LOAD-GENERATION-REGISTER.
          PERFORM LOAD-GENERATION-LIMITS.
          MOVE "INPUT_GENERATION_PREFIX" TO CAT-LOGICAL-NAME.
          MOVE "../../results/gen_" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-GEN-PREFIX.
          ACCEPT WS-RUN-NUMBER FROM ENVIRONMENT "BATCH_RUN_NUMBER".
          IF WS-RUN-NUMBER = SPACES
             MOVE "0" TO WS-RUN-NUMBER
          END-IF.
          PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 25
             PERFORM MEASURE-ONE-INPUT
          END-PERFORM.
          IF WS-GEN-CHANGED = "Y"
             PERFORM SAVE-GENERATION-REGISTER
          END-IF.
          PERFORM WRITE-CHANGE-REPORT.
          PERFORM WRITE-NEW-MANIFEST.
          DISPLAY "INMANFST: " WS-CHANGED-COUNT
       READ-OLD-MANIFEST SECTION.
          MOVE "INPUT_MANIFEST" TO CAT-LOGICAL-NAME.
          MOVE "../../results/manifest.txt" TO CAT-DEFAULT-PATH.
          MOVE "UPDATE" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-MANIFEST-DATASET.
          OPEN INPUT MANIFEST-FILE.
          IF WS-MANIFEST-STATUS NOT = "00"
                 "/inputs/example.txt" DELIMITED BY SIZE
                 INTO CAT-DEFAULT-PATH
          END-STRING.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-INPUT-DATASET.
          MOVE "N" TO WS-INPUT-EOF.
          MOVE 0 TO WS-LINE-COUNT WS-BYTE-COUNT WS-CHECKSUM.
             TO WS-NEW-CHECKSUM (WS-DAY).
          MOVE WS-LINE-COUNT TO WS-LINES-ED.
          MOVE FUNCTION TRIM (WS-LINES-ED) TO WS-NEW-LINES (WS-DAY).
          PERFORM CATALOG-ONE-GENERATION.
       MEASURE-ONE-INPUT-99.
          EXIT.
      *
          COMPUTE WS-CHECKSUM = FUNCTION MOD (
             WS-CHECKSUM * 31 + 10, 999999937).
          EXIT.
      *
      * THE INPUT JUST MEASURED IS EITHER A GENERATION ALREADY ON THE
      * REGISTER (A RERUN ASKING FOR ONE), THE SAME CONTENT AS THE
      * DAY'S NEWEST GENERATION, OR A NEW GENERATION.
       CATALOG-ONE-GENERATION SECTION.
          MOVE SPACES TO CAT-LOGICAL-NAME.
          STRING "DAY" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-DAY-ED) DELIMITED BY SIZE
                 "_INPUT" DELIMITED BY SIZE
                 INTO CAT-LOGICAL-NAME
          END-STRING.
          MOVE CAT-LOGICAL-NAME TO WS-GEN-NAME.
          MOVE WS-INPUT-DATASET TO GR-Q-PATH.
          PERFORM FIND-GENERATION-BY-PATH.
          IF GR-HIT-IDX > 0
             MOVE GR-LABEL TO WS-GD-LABEL (WS-DAY)
             IF GR-GEN (GR-HIT-IDX) NOT = GR-LATEST-GEN
                MOVE "P" TO WS-GD-NOTE (WS-DAY)
             END-IF
             GO TO CATALOG-ONE-GENERATION-99
          END-IF.
          MOVE WS-GEN-NAME TO GR-Q-NAME.
          PERFORM FIND-LATEST-GENERATION.
          IF GR-HIT-IDX > 0
             IF GR-BYTES (GR-HIT-IDX) = WS-NEW-BYTES (WS-DAY) AND
                GR-CHECKSUM (GR-HIT-IDX) = WS-NEW-CHECKSUM (WS-DAY) AND
                GR-LINES (GR-HIT-IDX) = WS-NEW-LINES (WS-DAY)
                PERFORM FORMAT-GENERATION-LABEL
                MOVE GR-LABEL TO WS-GD-LABEL (WS-DAY)
                GO TO CATALOG-ONE-GENERATION-99
             END-IF
          END-IF.
          IF GR-COUNT >= GR-MAX
             PERFORM PRUNE-OLDEST-ANYWHERE
          END-IF.
          IF GR-LATEST-GEN >= 9999
             MOVE 0 TO GR-LATEST-GEN
          END-IF.
          COMPUTE WS-GEN-NUMBER = GR-LATEST-GEN + 1.
          MOVE SPACES TO WS-GEN-DATASET.
          STRING FUNCTION TRIM (WS-GEN-PREFIX) DELIMITED BY SIZE
                 FUNCTION TRIM (WS-GEN-NAME) DELIMITED BY SIZE
                 ".G" DELIMITED BY SIZE
                 WS-GEN-NUMBER DELIMITED BY SIZE
                 "V00.txt" DELIMITED BY SIZE
                 INTO WS-GEN-DATASET
          END-STRING.
          PERFORM COPY-INPUT-TO-GENERATION.
          IF WS-GEN-STATUS NOT = "00"
             DISPLAY "INMANFST: DAY" FUNCTION TRIM (WS-DAY-ED)
                " GENERATION NOT CATALOGED - STATUS " WS-GEN-STATUS
                " ON " FUNCTION TRIM (WS-GEN-DATASET)
             MOVE "W" TO ALERT-SEVERITY
             MOVE "INMANFST" TO ALERT-PROGRAM
             MOVE SPACES TO ALERT-MESSAGE
             STRING "DAY" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-DAY-ED) DELIMITED BY SIZE
                    " INPUT GENERATION COULD NOT BE CATALOGED"
                       DELIMITED BY SIZE
                    INTO ALERT-MESSAGE
             END-STRING
             CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
                ALERT-MESSAGE
             GO TO CATALOG-ONE-GENERATION-99
          END-IF.
          ADD 1 TO GR-COUNT.
          MOVE WS-GEN-NAME TO GR-NAME (GR-COUNT).
          MOVE WS-GEN-NUMBER TO GR-GEN (GR-COUNT).
          MOVE WS-GEN-DATASET TO GR-PATH (GR-COUNT).
          MOVE WS-NEW-BYTES (WS-DAY) TO GR-BYTES (GR-COUNT).
          MOVE WS-NEW-CHECKSUM (WS-DAY) TO GR-CHECKSUM (GR-COUNT).
          MOVE WS-NEW-LINES (WS-DAY) TO GR-LINES (GR-COUNT).
          ACCEPT GR-DATE (GR-COUNT) FROM DATE YYYYMMDD.
          ACCEPT GR-TIME (GR-COUNT) FROM TIME.
          MOVE WS-RUN-NUMBER TO GR-RUN (GR-COUNT).
          MOVE "Y" TO WS-GEN-CHANGED.
          MOVE "N" TO WS-GD-NOTE (WS-DAY).
          MOVE GR-COUNT TO GR-HIT-IDX.
          MOVE WS-GEN-NUMBER TO GR-LATEST-GEN.
          PERFORM FORMAT-GENERATION-LABEL.
          MOVE GR-LABEL TO WS-GD-LABEL (WS-DAY).
          PERFORM PRUNE-DAY-GENERATIONS.
       CATALOG-ONE-GENERATION-99.
          EXIT.
      *
      * A FULL COPY OF THE FEED AS READ - THE GENERATION IS WHAT A
      * RERUN WILL CONSUME, SO NOTHING IS TRIMMED OR STAGED.
       COPY-INPUT-TO-GENERATION SECTION.
          OPEN INPUT COPY-IN-FILE.
          IF WS-COPY-IN-STATUS NOT = "00"
             MOVE WS-COPY-IN-STATUS TO WS-GEN-STATUS
             GO TO COPY-INPUT-TO-GENERATION-99
          END-IF.
          OPEN OUTPUT GENERATION-FILE.
          IF WS-GEN-STATUS NOT = "00"
             CLOSE COPY-IN-FILE
             GO TO COPY-INPUT-TO-GENERATION-99
          END-IF.
          MOVE "N" TO WS-COPY-EOF.
          PERFORM UNTIL WS-COPY-EOF = "Y"
             READ COPY-IN-FILE
                AT END
                   MOVE "Y" TO WS-COPY-EOF
                NOT AT END
                   WRITE GENERATION-RECORD FROM COPY-IN-RECORD
             END-READ
          END-PERFORM.
          CLOSE COPY-IN-FILE.
          CLOSE GENERATION-FILE.
       COPY-INPUT-TO-GENERATION-99.
          EXIT.
      *
      * OLDEST FIRST UNTIL THE DAY IS WITHIN ITS LIMIT. A DATASET
      * ALREADY GONE IS STILL DROPPED FROM THE REGISTER.
       PRUNE-DAY-GENERATIONS SECTION.
          MOVE WS-DEFAULT-LIMIT TO WS-GEN-LIMIT.
          PERFORM VARYING WS-LIMIT-IDX FROM 1 BY 1
          UNTIL WS-LIMIT-IDX > WS-LIMIT-COUNT
             IF WS-LT-NAME (WS-LIMIT-IDX) = WS-GEN-NAME
                MOVE WS-LT-LIMIT (WS-LIMIT-IDX) TO WS-GEN-LIMIT
             END-IF
          END-PERFORM.
          IF WS-GEN-LIMIT < 1
             MOVE 1 TO WS-GEN-LIMIT
          END-IF.
          MOVE 0 TO WS-GEN-KEPT.
          PERFORM VARYING GR-IDX FROM 1 BY 1 UNTIL GR-IDX > GR-COUNT
             IF GR-NAME (GR-IDX) = WS-GEN-NAME
                ADD 1 TO WS-GEN-KEPT
             END-IF
          END-PERFORM.
          PERFORM UNTIL WS-GEN-KEPT <= WS-GEN-LIMIT
             MOVE 9999 TO WS-GEN-OLDEST
             MOVE 0 TO WS-GEN-OLDEST-IDX
             PERFORM VARYING GR-IDX FROM 1 BY 1
             UNTIL GR-IDX > GR-COUNT
                IF GR-NAME (GR-IDX) = WS-GEN-NAME AND
                   GR-GEN (GR-IDX) <= WS-GEN-OLDEST
                   MOVE GR-GEN (GR-IDX) TO WS-GEN-OLDEST
                   MOVE GR-IDX TO WS-GEN-OLDEST-IDX
                END-IF
             END-PERFORM
             PERFORM DROP-ONE-GENERATION
             ADD 1 TO WS-GD-PRUNED (WS-DAY)
             SUBTRACT 1 FROM WS-GEN-KEPT
          END-PERFORM.
          EXIT.
      *
      * A REGISTER AT CAPACITY GIVES UP ITS OLDEST ENTRY OF ANY FEED.
       PRUNE-OLDEST-ANYWHERE SECTION.
          MOVE 0 TO WS-GEN-OLDEST-IDX.
          PERFORM VARYING GR-IDX FROM 1 BY 1 UNTIL GR-IDX > GR-COUNT
             IF GR-NAME (GR-IDX) NOT = SPACES AND
                WS-GEN-OLDEST-IDX = 0
                MOVE GR-IDX TO WS-GEN-OLDEST-IDX
             END-IF
          END-PERFORM.
          IF WS-GEN-OLDEST-IDX > 0
             PERFORM DROP-ONE-GENERATION
          END-IF.
          EXIT.
      *
       DROP-ONE-GENERATION SECTION.
          CALL "CBL_DELETE_FILE" USING GR-PATH (WS-GEN-OLDEST-IDX)
             RETURNING WS-DELETE-RC
          END-CALL.
          IF WS-DELETE-RC NOT = 0
             DISPLAY "INMANFST: GENERATION DATASET NOT DELETED - "
                FUNCTION TRIM (GR-PATH (WS-GEN-OLDEST-IDX))
          END-IF.
          MOVE SPACES TO GR-NAME (WS-GEN-OLDEST-IDX).
          MOVE "Y" TO WS-GEN-CHANGED.
          EXIT.
      *
       SAVE-GENERATION-REGISTER SECTION.
          OPEN OUTPUT GEN-REGISTER-FILE.
          IF GR-STATUS NOT = "00"
             DISPLAY "INMANFST: GENERATION REGISTER NOT WRITTEN - "
                "STATUS " GR-STATUS " ON "
                FUNCTION TRIM (GR-REGISTER-DATASET)
             GO TO SAVE-GENERATION-REGISTER-99
          END-IF.
          PERFORM VARYING GR-IDX FROM 1 BY 1 UNTIL GR-IDX > GR-COUNT
             IF GR-NAME (GR-IDX) NOT = SPACES
                PERFORM WRITE-GENERATION-RECORD
             END-IF
          END-PERFORM.
          CLOSE GEN-REGISTER-FILE.
       SAVE-GENERATION-REGISTER-99.
          EXIT.
      *
       WRITE-GENERATION-RECORD SECTION.
          MOVE SPACES TO GEN-REGISTER-RECORD.
          STRING FUNCTION TRIM (GR-NAME (GR-IDX)) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 GR-GEN (GR-IDX) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (GR-PATH (GR-IDX)) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (GR-BYTES (GR-IDX)) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (GR-CHECKSUM (GR-IDX))
                    DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (GR-LINES (GR-IDX)) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 GR-DATE (GR-IDX) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 GR-TIME (GR-IDX) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (GR-RUN (GR-IDX)) DELIMITED BY SIZE
                 INTO GEN-REGISTER-RECORD
          END-STRING.
          WRITE GEN-REGISTER-RECORD.
          EXIT.
      *
      * RETENTION CARD: LOGICAL-NAME|LIMIT, ONE FEED PER LINE; THE
      * DEFAULT LINE SETS THE LIMIT FOR EVERY FEED NOT LISTED. NO
      * CARD KEEPS SEVEN GENERATIONS OF EVERY FEED.
       LOAD-GENERATION-LIMITS SECTION.
          MOVE "GENERATION_LIMITS" TO CAT-LOGICAL-NAME.
          MOVE "../../params/generations.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-LIMITS-DATASET.
          OPEN INPUT LIMITS-FILE.
          IF WS-LIMITS-STATUS NOT = "00"
             GO TO LOAD-GENERATION-LIMITS-99
          END-IF.
          PERFORM UNTIL WS-LIMITS-EOF = "Y"
             READ LIMITS-FILE
                AT END
                   MOVE "Y" TO WS-LIMITS-EOF
                NOT AT END
                   PERFORM PARSE-LIMITS-RECORD
             END-READ
          END-PERFORM.
          CLOSE LIMITS-FILE.
       LOAD-GENERATION-LIMITS-99.
          EXIT.
      *
       PARSE-LIMITS-RECORD SECTION.
          IF LIMITS-RECORD = SPACES OR LIMITS-RECORD (1:1) = "*"
             GO TO PARSE-LIMITS-RECORD-99
          END-IF.
          MOVE SPACES TO WS-LIMIT-PARSE.
          UNSTRING LIMITS-RECORD DELIMITED BY "|"
             INTO WS-LP-NAME, WS-LP-LIMIT.
          IF FUNCTION TRIM (WS-LP-LIMIT) IS NOT NUMERIC
             DISPLAY "INMANFST: BAD GENERATION LIMIT IGNORED - "
                FUNCTION TRIM (LIMITS-RECORD)
             GO TO PARSE-LIMITS-RECORD-99
          END-IF.
          IF WS-LP-NAME = "DEFAULT"
             COMPUTE WS-DEFAULT-LIMIT = FUNCTION NUMVAL (WS-LP-LIMIT)
             GO TO PARSE-LIMITS-RECORD-99
          END-IF.
          IF WS-LIMIT-COUNT >= 40
             GO TO PARSE-LIMITS-RECORD-99
          END-IF.
          ADD 1 TO WS-LIMIT-COUNT.
          MOVE WS-LP-NAME TO WS-LT-NAME (WS-LIMIT-COUNT).
          COMPUTE WS-LT-LIMIT (WS-LIMIT-COUNT) =
             FUNCTION NUMVAL (WS-LP-LIMIT).
       PARSE-LIMITS-RECORD-99.
          EXIT.
      *
       WRITE-CHANGE-REPORT SECTION.
          MOVE "MANIFEST_CHANGES" TO CAT-LOGICAL-NAME.
          MOVE "../../results/manifest_changes.txt"
             TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CHANGES-DATASET.
          OPEN OUTPUT CHANGES-FILE.
          PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 25
                TO CHANGES-RECORD
             WRITE CHANGES-RECORD
          END-IF.
          PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 25
             IF WS-GD-NOTE (WS-DAY) NOT = SPACE
                PERFORM WRITE-GENERATION-NOTE
             END-IF
          END-PERFORM.
          CLOSE CHANGES-FILE.
          EXIT.
      *
             ALERT-MESSAGE.
       COMPARE-ONE-DAY-99.
          EXIT.
      *
      * "DAYn GENERATION ..." - REGRTRIA TAKES ONLY THE "DAYn INPUT"
      * LINES AS THE INPUT-CHANGE EVIDENCE.
       WRITE-GENERATION-NOTE SECTION.
          MOVE WS-DAY TO WS-DAY-ED.
          MOVE SPACES TO CHANGES-RECORD.
          IF WS-GD-NOTE (WS-DAY) = "P"
             STRING "DAY" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-DAY-ED) DELIMITED BY SIZE
                    " GENERATION " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-GD-LABEL (WS-DAY))
                       DELIMITED BY SIZE
                    " REQUESTED - NOT THE CURRENT FEED"
                       DELIMITED BY SIZE
                    INTO CHANGES-RECORD
             END-STRING
             WRITE CHANGES-RECORD
             GO TO WRITE-GENERATION-NOTE-99
          END-IF.
          MOVE WS-GD-PRUNED (WS-DAY) TO WS-PRUNED-ED.
          STRING "DAY" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-DAY-ED) DELIMITED BY SIZE
                 " GENERATION " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-GD-LABEL (WS-DAY))
                    DELIMITED BY SIZE
                 " CATALOGED, " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PRUNED-ED) DELIMITED BY SIZE
                 " OLDER GENERATION(S) RETIRED" DELIMITED BY SIZE
                 INTO CHANGES-RECORD
          END-STRING.
          WRITE CHANGES-RECORD.
       WRITE-GENERATION-NOTE-99.
          EXIT.
      *
       WRITE-NEW-MANIFEST SECTION.
          ACCEPT WS-STAMP (1:8) FROM DATE YYYYMMDD.
                    DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 WS-STAMP DELIMITED BY SIZE
                 "," DELIMITED BY SIZE
                 FUNCTION TRIM (WS-GD-LABEL (WS-DAY))
                    DELIMITED BY SIZE
                 INTO MANIFEST-RECORD
          END-STRING.
          WRITE MANIFEST-RECORD.
          EXIT.
      *
       COPY GENRGPA.
      *
       COPY AUDITPA.
