       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONDCHK.
       AUTHOR. OK999.
      * STEP CONDITION-CODE TEST FOR THE JOB STREAM, THE JCL COND=
      * OF THE NIGHTLY DRIVER. THE DRIVER CALLS IT BEFORE EVERY STEP
      * WITH CONDCHK_STEP SET TO THE STEP NAME ON THE JOB-STREAM CARD
      * (PARAMS/JOBSTREAM.CFG, SEE JOBSTPA). THE STEP'S COND TESTS,
      * PLUS THE STANDING 0,LT RULE UNLESS THE STEP IS CODED EVEN,
      * ARE EVALUATED AGAINST THE RETURN CODES OF THE EARLIER STEPS
      * THAT HAVE RUN TONIGHT. THOSE COME FROM THE STEP RETURN-CODE
      * DATASET (STEP_CODES), ONE STEP,RC LINE PER STEP RUN, WRITTEN
      * BY THE DRIVER; THE LATEST LINE FOR A STEP WINS, SO A STEP RE-
      * RUN ON RESTART SUPERSEDES ITS FAILED RUN.
      *   RETURN-CODE 0: RUN THE STEP. 4: A TEST IS TRUE - BYPASS
      *   THE STEP. 1: CONDCHK_STEP NOT SET OR NOT ON THE CARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          COPY JOBSTSL.
          SELECT STEP-CODE-FILE
             ASSIGN TO WS-STEPCODE-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STEPCODE-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
          COPY JOBSTFD.
          FD STEP-CODE-FILE.
          01 STEP-CODE-RECORD PIC X(40).
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY JOBSTWS.
          01 WS-STEPCODE-DATASET PIC X(200).
          01 WS-STEPCODE-STATUS PIC X(2) VALUE SPACES.
          01 WS-STEPCODE-EOF PIC X(1) VALUE "N".
          01 WS-TARGET-NAME PIC X(10).
          01 WS-TARGET PIC 9(3) VALUE 0.
          01 WS-RAN-TABLE.
             03 WS-RAN-ENTRY OCCURS 60.
                05 WS-RAN PIC X(1) VALUE "N".
                05 WS-RAN-RC PIC S9(9) VALUE 0.
          01 WS-SC-PARSE.
             03 WS-SC-STEP PIC X(20).
             03 WS-SC-RC PIC X(12).
          01 WS-COND-TESTS.
             03 WS-COND-TEST PIC X(30) OCCURS 8.
          01 WS-TEST-IDX PIC 9(2).
          01 WS-TEST-PARSE.
             03 WS-T-CODE PIC X(10).
             03 WS-T-OP PIC X(4).
             03 WS-T-STEP PIC X(20).
          01 WS-T-CODE-NUM PIC S9(9) VALUE 0.
          01 WS-T-STEP-IDX PIC 9(3) VALUE 0.
          01 WS-IDX PIC 9(3).
          01 WS-HIT PIC 9(3).
          01 WS-EVEN PIC X(1) VALUE "N".
          01 WS-TRUE PIC X(1) VALUE "N".
          01 WS-BYPASS PIC X(1) VALUE "N".
          01 WS-BYPASS-REASON PIC X(80) VALUE SPACES.
          01 WS-RC-ED PIC -(8)9.
          01 WS-STEP-RC-ED PIC -(8)9.
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "CONDCHK" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          ACCEPT WS-TARGET-NAME FROM ENVIRONMENT "CONDCHK_STEP".
          IF WS-TARGET-NAME = SPACES
             DISPLAY "CONDCHK: CONDCHK_STEP NOT SET"
             MOVE 1 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          PERFORM LOAD-JOB-STREAM.
          MOVE 0 TO WS-TARGET.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > JS-STEP-COUNT OR WS-TARGET > 0
             IF JS-STEP-NAME (WS-IDX) = WS-TARGET-NAME
                MOVE WS-IDX TO WS-TARGET
             END-IF
          END-PERFORM.
          IF WS-TARGET = 0
             DISPLAY "CONDCHK: " FUNCTION TRIM (WS-TARGET-NAME)
                " IS NOT A STEP ON THE JOB-STREAM CARD"
             MOVE 1 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          PERFORM LOAD-STEP-CODES.
          PERFORM EVALUATE-STEP-COND.
          IF WS-BYPASS = "Y"
             DISPLAY "CONDCHK: " FUNCTION TRIM (WS-TARGET-NAME)
                " BYPASSED - COND "
                FUNCTION TRIM (WS-BYPASS-REASON) " IS TRUE"
             MOVE 4 TO RETURN-CODE
          ELSE
             DISPLAY "CONDCHK: " FUNCTION TRIM (WS-TARGET-NAME)
                " CLEAR TO RUN"
             MOVE 0 TO RETURN-CODE
          END-IF.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
      * TONIGHT'S RETURN CODES, MAPPED ONTO THE CARD'S STEP TABLE.
      * NO DATASET YET MEANS NO STEP HAS RUN.
       LOAD-STEP-CODES SECTION.
          MOVE "STEP_CODES" TO CAT-LOGICAL-NAME.
          MOVE "../../scripts/step_codes.dat" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-STEPCODE-DATASET.
          OPEN INPUT STEP-CODE-FILE.
          IF WS-STEPCODE-STATUS NOT = "00"
             GO TO LOAD-STEP-CODES-99
          END-IF.
          PERFORM UNTIL WS-STEPCODE-EOF = "Y"
             READ STEP-CODE-FILE
                AT END
                   MOVE "Y" TO WS-STEPCODE-EOF
                NOT AT END
                   PERFORM POST-STEP-CODE
             END-READ
          END-PERFORM.
          CLOSE STEP-CODE-FILE.
       LOAD-STEP-CODES-99.
          EXIT.
      *
       POST-STEP-CODE SECTION.
          IF STEP-CODE-RECORD = SPACES OR
             STEP-CODE-RECORD (1:1) = "*"
             GO TO POST-STEP-CODE-99
          END-IF.
          MOVE SPACES TO WS-SC-PARSE.
          UNSTRING STEP-CODE-RECORD DELIMITED BY ","
             INTO WS-SC-STEP, WS-SC-RC.
          MOVE 0 TO WS-HIT.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > JS-STEP-COUNT OR WS-HIT > 0
             IF JS-STEP-NAME (WS-IDX) = FUNCTION TRIM (WS-SC-STEP)
                MOVE WS-IDX TO WS-HIT
             END-IF
          END-PERFORM.
          IF WS-HIT = 0
             GO TO POST-STEP-CODE-99
          END-IF.
          MOVE "Y" TO WS-RAN (WS-HIT).
          COMPUTE WS-RAN-RC (WS-HIT) = FUNCTION NUMVAL (WS-SC-RC).
       POST-STEP-CODE-99.
          EXIT.
      *
      * UP TO EIGHT TESTS PER STEP, SEPARATED BY ";". ONLY STEPS
      * AHEAD OF THIS ONE IN THE STREAM CAN TRIP A TEST.
       EVALUATE-STEP-COND SECTION.
          MOVE "N" TO WS-BYPASS.
          MOVE "N" TO WS-EVEN.
          MOVE SPACES TO WS-COND-TESTS.
          UNSTRING JS-STEP-COND (WS-TARGET) DELIMITED BY ";"
             INTO WS-COND-TEST (1), WS-COND-TEST (2),
                  WS-COND-TEST (3), WS-COND-TEST (4),
                  WS-COND-TEST (5), WS-COND-TEST (6),
                  WS-COND-TEST (7), WS-COND-TEST (8).
          PERFORM VARYING WS-TEST-IDX FROM 1 BY 1
          UNTIL WS-TEST-IDX > 8 OR WS-BYPASS = "Y"
             IF WS-COND-TEST (WS-TEST-IDX) NOT = SPACES
                PERFORM APPLY-COND-TEST
             END-IF
          END-PERFORM.
          IF WS-BYPASS = "Y" OR WS-EVEN = "Y"
             GO TO EVALUATE-STEP-COND-99
          END-IF.
      * THE STANDING RULE: 0,LT AGAINST EVERY EARLIER STEP THAT RAN.
          MOVE 0 TO WS-T-CODE-NUM.
          MOVE "LT" TO WS-T-OP.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX >= WS-TARGET OR WS-BYPASS = "Y"
             IF WS-RAN (WS-IDX) = "Y"
                PERFORM COMPARE-STEP-CODE
             END-IF
          END-PERFORM.
       EVALUATE-STEP-COND-99.
          EXIT.
      *
       APPLY-COND-TEST SECTION.
          IF FUNCTION TRIM (WS-COND-TEST (WS-TEST-IDX)) = "EVEN"
             MOVE "Y" TO WS-EVEN
             GO TO APPLY-COND-TEST-99
          END-IF.
          MOVE SPACES TO WS-TEST-PARSE.
          UNSTRING WS-COND-TEST (WS-TEST-IDX) DELIMITED BY ","
             INTO WS-T-CODE, WS-T-OP, WS-T-STEP.
          IF FUNCTION TRIM (WS-T-CODE) IS NOT NUMERIC
             DISPLAY "CONDCHK: BAD COND TEST "
                FUNCTION TRIM (WS-COND-TEST (WS-TEST-IDX))
                " - IGNORED"
             GO TO APPLY-COND-TEST-99
          END-IF.
          COMPUTE WS-T-CODE-NUM = FUNCTION NUMVAL (WS-T-CODE).
          MOVE FUNCTION TRIM (WS-T-OP) TO WS-T-OP.
          IF WS-T-STEP = SPACES
             PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX >= WS-TARGET OR WS-BYPASS = "Y"
                IF WS-RAN (WS-IDX) = "Y"
                   PERFORM COMPARE-STEP-CODE
                END-IF
             END-PERFORM
             GO TO APPLY-COND-TEST-99
          END-IF.
          MOVE 0 TO WS-T-STEP-IDX.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX >= WS-TARGET OR WS-T-STEP-IDX > 0
             IF JS-STEP-NAME (WS-IDX) = FUNCTION TRIM (WS-T-STEP)
                MOVE WS-IDX TO WS-T-STEP-IDX
             END-IF
          END-PERFORM.
          IF WS-T-STEP-IDX = 0
             DISPLAY "CONDCHK: COND STEP " FUNCTION TRIM (WS-T-STEP)
                " IS NOT AN EARLIER STEP - TEST IGNORED"
             GO TO APPLY-COND-TEST-99
          END-IF.
          MOVE WS-T-STEP-IDX TO WS-IDX.
          IF WS-RAN (WS-IDX) = "Y"
             PERFORM COMPARE-STEP-CODE
          END-IF.
       APPLY-COND-TEST-99.
          EXIT.
      *
      * BYPASS WHEN WS-T-CODE-NUM <WS-T-OP> THE RETURN CODE OF STEP
      * WS-IDX, THE WAY JCL READS COND=(CODE,OP,STEP).
       COMPARE-STEP-CODE SECTION.
          MOVE "N" TO WS-TRUE.
          EVALUATE WS-T-OP
             WHEN "GT"
                IF WS-T-CODE-NUM > WS-RAN-RC (WS-IDX)
                   MOVE "Y" TO WS-TRUE
                END-IF
             WHEN "GE"
                IF WS-T-CODE-NUM >= WS-RAN-RC (WS-IDX)
                   MOVE "Y" TO WS-TRUE
                END-IF
             WHEN "EQ"
                IF WS-T-CODE-NUM = WS-RAN-RC (WS-IDX)
                   MOVE "Y" TO WS-TRUE
                END-IF
             WHEN "NE"
                IF WS-T-CODE-NUM NOT = WS-RAN-RC (WS-IDX)
                   MOVE "Y" TO WS-TRUE
                END-IF
             WHEN "LT"
                IF WS-T-CODE-NUM < WS-RAN-RC (WS-IDX)
                   MOVE "Y" TO WS-TRUE
                END-IF
             WHEN "LE"
                IF WS-T-CODE-NUM <= WS-RAN-RC (WS-IDX)
                   MOVE "Y" TO WS-TRUE
                END-IF
             WHEN OTHER
                DISPLAY "CONDCHK: UNKNOWN COND OPERATOR " WS-T-OP
                   " - TEST IGNORED"
          END-EVALUATE.
          IF WS-TRUE = "Y"
             MOVE "Y" TO WS-BYPASS
             MOVE WS-T-CODE-NUM TO WS-RC-ED
             MOVE WS-RAN-RC (WS-IDX) TO WS-STEP-RC-ED
             MOVE SPACES TO WS-BYPASS-REASON
             STRING FUNCTION TRIM (WS-RC-ED) DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    FUNCTION TRIM (WS-T-OP) DELIMITED BY SIZE
                    "," DELIMITED BY SIZE
                    FUNCTION TRIM (JS-STEP-NAME (WS-IDX))
                       DELIMITED BY SIZE
                    " (RC " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-STEP-RC-ED) DELIMITED BY SIZE
                    ")" DELIMITED BY SIZE
                    INTO WS-BYPASS-REASON
             END-STRING
          END-IF.
          EXIT.
      *
       COPY JOBSTPA.
      *
       COPY AUDITPA.
