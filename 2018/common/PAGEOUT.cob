       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGEOUT.
       AUTHOR. OK999.
      * ON-CALL PAGE-OUT. CALLED BY ALERTLOG FOR EVERY SEVERE ALERT
      * (SLAMON'S OVERRUN ESCALATIONS AMONG THEM) WITH THE ALERTING
      * PROGRAM, THE MESSAGE AND THE DATE AND TIME THE ALERT WAS
      * LOGGED. THE PROGRAM'S GROUP AND THE ROTA LINE COVERING THAT
      * DATE AND TIME ARE LOOKED UP ON THE ON-CALL ROTATION
      * (ON_CALL_ROTA, DEFAULT PARAMS/ONCALL.CFG) AND ONE RECORD IS
      * APPENDED TO THE PAGE-OUT INTERFACE FILE THE PAGING GATEWAY
      * PICKS UP (PAGE_OUT, DEFAULT RESULTS/PAGEOUT.TXT):
      *   DATE|TIME|PAGE|PERSON|PROGRAM|RUN|MESSAGE
      * RUN IS THE BATCH RUN NUMBER IN FORCE (0 OFF THE STREAM). THE
      * PAGE IS ALSO LOGGED ON THE PAGE LOG (PAGE_LOG, DEFAULT
      * RESULTS/PAGELOG.TXT), WHICH PAGECHK WORKS FROM TO RE-PAGE THE
      * SECONDARY AND TO RECORD THE ACKNOWLEDGMENT:
      *   DATE|TIME|EVENT|GROUP|PERSON|SECONDARY|PROGRAM|RUN|
      *   ALERT-DATE|ALERT-TIME|MESSAGE
      * EVENT P = PAGED, R = RE-PAGED TO THE SECONDARY, A = ALERT
      * ACKNOWLEDGED (PERSON IS THE ACKNOWLEDGING INITIALS, DATE AND
      * TIME THE ACKNOWLEDGMENT), U = NO ROTA LINE COVERS THE ALERT -
      * NOBODY WAS PAGED. THE ALERT DATE, TIME, PROGRAM AND MESSAGE
      * TIE THE EVENTS FOR ONE ALERT TOGETHER.
      * NOTHING HERE RAISES AN ALERT OF ITS OWN - IT IS CALLED FROM
      * INSIDE THE ALERT WRITER. THE CALLER'S RETURN-CODE IS
      * PRESERVED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT ROTA-FILE
             ASSIGN TO WS-ROTA-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ROTA-STATUS.
          SELECT PAGE-OUT-FILE
             ASSIGN TO WS-PAGE-OUT-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PAGE-OUT-STATUS.
          SELECT PAGE-LOG-FILE
             ASSIGN TO WS-PAGE-LOG-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PAGE-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD ROTA-FILE.
          01 ROTA-RECORD PIC X(200).
          FD PAGE-OUT-FILE.
          01 PAGE-OUT-RECORD PIC X(200).
          FD PAGE-LOG-FILE.
          01 PAGE-LOG-RECORD PIC X(250).
       WORKING-STORAGE SECTION.
          COPY CATLKWS.
          01 WS-SAVED-RC PIC S9(9).
          01 WS-LOADED PIC X(1) VALUE "N".
          01 WS-ROTA-DATASET PIC X(200).
          01 WS-ROTA-STATUS PIC X(2) VALUE SPACES.
          01 WS-ROTA-EOF PIC X(1) VALUE "N".
          01 WS-PAGE-OUT-DATASET PIC X(200).
          01 WS-PAGE-OUT-STATUS PIC X(2) VALUE SPACES.
          01 WS-PAGE-LOG-DATASET PIC X(200).
          01 WS-PAGE-LOG-STATUS PIC X(2) VALUE SPACES.
          01 WS-ROTA-PARSE.
             03 WS-RP-KIND PIC X(10).
             03 WS-RP-FIELD-1 PIC X(10).
             03 WS-RP-FIELD-2 PIC X(160).
             03 WS-RP-FIELD-3 PIC X(10).
             03 WS-RP-FIELD-4 PIC X(10).
             03 WS-RP-FIELD-5 PIC X(10).
             03 WS-RP-PRIMARY PIC X(12).
             03 WS-RP-SECONDARY PIC X(12).
          01 WS-MEMBER-PTR PIC 9(4) USAGE COMP-5.
          01 WS-MEMBER PIC X(12).
          01 WS-MEMBER-TABLE.
             03 WS-MB-ENTRY OCCURS 200.
                05 WS-MB-GROUP PIC X(10).
                05 WS-MB-PATTERN PIC X(10).
                05 WS-MB-PREFIX-LEN PIC 9(2).
          01 WS-MB-COUNT PIC 9(3) VALUE 0.
          01 WS-ROTA-TABLE.
             03 WS-RT-ENTRY OCCURS 100.
                05 WS-RT-GROUP PIC X(10).
                05 WS-RT-FROM-DATE PIC X(8).
                05 WS-RT-TO-DATE PIC X(8).
                05 WS-RT-FROM-HHMM PIC 9(4).
                05 WS-RT-TO-HHMM PIC 9(4).
                05 WS-RT-PRIMARY PIC X(12).
                05 WS-RT-SECONDARY PIC X(12).
          01 WS-RT-COUNT PIC 9(3) VALUE 0.
          01 WS-IDX PIC 9(3).
          01 WS-GROUP PIC X(10).
          01 WS-HIT PIC 9(3).
          01 WS-ALERT-HHMM PIC 9(4).
          01 WS-PRIOR-DATE PIC 9(8).
          01 WS-PRIOR-DATE-X REDEFINES WS-PRIOR-DATE PIC X(8).
          01 WS-DATE-N PIC 9(8).
          01 WS-RUN-NUMBER PIC X(8).
          01 WS-EVENT PIC X(1).
          01 WS-PERSON PIC X(12).
          01 WS-SECONDARY PIC X(12).
       LINKAGE SECTION.
          01 L-PROGRAM PIC X(10).
          01 L-MESSAGE PIC X(120).
          01 L-DATE PIC X(8).
          01 L-TIME PIC X(6).
       PROCEDURE DIVISION USING L-PROGRAM, L-MESSAGE, L-DATE, L-TIME.
       MAIN SECTION.
          MOVE RETURN-CODE TO WS-SAVED-RC.
          IF WS-LOADED = "N"
             PERFORM LOAD-ROTA
             MOVE "Y" TO WS-LOADED
          END-IF.
          PERFORM FIND-PROGRAM-GROUP.
          PERFORM FIND-ROTA-LINE.
          ACCEPT WS-RUN-NUMBER FROM ENVIRONMENT "BATCH_RUN_NUMBER".
          IF WS-RUN-NUMBER = SPACES
             MOVE "0" TO WS-RUN-NUMBER
          END-IF.
          IF WS-HIT = 0
             MOVE "U" TO WS-EVENT
             MOVE SPACES TO WS-PERSON WS-SECONDARY
             DISPLAY "PAGEOUT: NO ON-CALL COVER FOR "
                FUNCTION TRIM (L-PROGRAM) " - NOBODY PAGED"
          ELSE
             MOVE "P" TO WS-EVENT
             MOVE WS-RT-PRIMARY (WS-HIT) TO WS-PERSON
             MOVE WS-RT-SECONDARY (WS-HIT) TO WS-SECONDARY
             PERFORM WRITE-PAGE-OUT
             DISPLAY "PAGEOUT: PAGED " FUNCTION TRIM (WS-PERSON)
                " FOR " FUNCTION TRIM (L-PROGRAM)
          END-IF.
          PERFORM WRITE-PAGE-LOG.
          MOVE WS-SAVED-RC TO RETURN-CODE.
          EXIT PROGRAM.
      *
       LOAD-ROTA SECTION.
          MOVE "ON_CALL_ROTA" TO CAT-LOGICAL-NAME.
          MOVE "../../params/oncall.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-ROTA-DATASET.
          OPEN INPUT ROTA-FILE.
          IF WS-ROTA-STATUS NOT = "00"
             DISPLAY "PAGEOUT: NO ON-CALL ROTATION - STATUS "
                WS-ROTA-STATUS
             GO TO LOAD-ROTA-99
          END-IF.
          PERFORM UNTIL WS-ROTA-EOF = "Y"
             READ ROTA-FILE
                AT END
                   MOVE "Y" TO WS-ROTA-EOF
                NOT AT END
                   PERFORM PARSE-ROTA-RECORD
             END-READ
          END-PERFORM.
          CLOSE ROTA-FILE.
       LOAD-ROTA-99.
          EXIT.
      *
       PARSE-ROTA-RECORD SECTION.
          IF ROTA-RECORD = SPACES OR ROTA-RECORD (1:1) = "*"
             GO TO PARSE-ROTA-RECORD-99
          END-IF.
          MOVE SPACES TO WS-ROTA-PARSE.
          UNSTRING ROTA-RECORD DELIMITED BY "|"
             INTO WS-RP-KIND, WS-RP-FIELD-1, WS-RP-FIELD-2,
                  WS-RP-FIELD-3, WS-RP-FIELD-4, WS-RP-FIELD-5,
                  WS-RP-PRIMARY, WS-RP-SECONDARY.
          EVALUATE WS-RP-KIND
             WHEN "GROUP"
                PERFORM LOAD-GROUP-MEMBERS
             WHEN "ROTA"
                PERFORM LOAD-ROTA-LINE
             WHEN OTHER
                CONTINUE
          END-EVALUATE.
       PARSE-ROTA-RECORD-99.
          EXIT.
      *
       LOAD-GROUP-MEMBERS SECTION.
          MOVE 1 TO WS-MEMBER-PTR.
          PERFORM UNTIL WS-MEMBER-PTR > 160
             MOVE SPACES TO WS-MEMBER
             UNSTRING WS-RP-FIELD-2 DELIMITED BY ","
                INTO WS-MEMBER
                WITH POINTER WS-MEMBER-PTR
             END-UNSTRING
             IF WS-MEMBER NOT = SPACES AND WS-MB-COUNT < 200
                ADD 1 TO WS-MB-COUNT
                MOVE WS-RP-FIELD-1 TO WS-MB-GROUP (WS-MB-COUNT)
                MOVE FUNCTION TRIM (WS-MEMBER)
                   TO WS-MB-PATTERN (WS-MB-COUNT)
                MOVE 0 TO WS-MB-PREFIX-LEN (WS-MB-COUNT)
                INSPECT WS-MB-PATTERN (WS-MB-COUNT)
                   TALLYING WS-MB-PREFIX-LEN (WS-MB-COUNT)
                   FOR CHARACTERS BEFORE INITIAL "*"
             END-IF
          END-PERFORM.
          EXIT.
      *
       LOAD-ROTA-LINE SECTION.
          IF WS-RT-COUNT >= 100
             DISPLAY "PAGEOUT: ROTA TABLE FULL - LINE IGNORED"
             GO TO LOAD-ROTA-LINE-99
          END-IF.
          IF WS-RP-FIELD-4 (1:4) IS NOT NUMERIC OR
             WS-RP-FIELD-5 (1:4) IS NOT NUMERIC OR
             WS-RP-PRIMARY = SPACES
             DISPLAY "PAGEOUT: BAD ROTA LINE IGNORED: "
                FUNCTION TRIM (ROTA-RECORD)
             GO TO LOAD-ROTA-LINE-99
          END-IF.
          ADD 1 TO WS-RT-COUNT.
          MOVE WS-RP-FIELD-1 TO WS-RT-GROUP (WS-RT-COUNT).
          MOVE WS-RP-FIELD-2 (1:8) TO WS-RT-FROM-DATE (WS-RT-COUNT).
          MOVE WS-RP-FIELD-3 (1:8) TO WS-RT-TO-DATE (WS-RT-COUNT).
          MOVE WS-RP-FIELD-4 (1:4) TO WS-RT-FROM-HHMM (WS-RT-COUNT).
          MOVE WS-RP-FIELD-5 (1:4) TO WS-RT-TO-HHMM (WS-RT-COUNT).
          MOVE WS-RP-PRIMARY TO WS-RT-PRIMARY (WS-RT-COUNT).
          MOVE WS-RP-SECONDARY TO WS-RT-SECONDARY (WS-RT-COUNT).
       LOAD-ROTA-LINE-99.
          EXIT.
      *
       FIND-PROGRAM-GROUP SECTION.
          MOVE "ALL" TO WS-GROUP.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-MB-COUNT
             IF WS-MB-PREFIX-LEN (WS-IDX) = 0
                IF WS-MB-PATTERN (WS-IDX) (1:1) = "*"
                   MOVE WS-MB-GROUP (WS-IDX) TO WS-GROUP
                   GO TO FIND-PROGRAM-GROUP-99
                END-IF
             ELSE
                IF WS-MB-PREFIX-LEN (WS-IDX) >= 10
                   IF WS-MB-PATTERN (WS-IDX) = L-PROGRAM
                      MOVE WS-MB-GROUP (WS-IDX) TO WS-GROUP
                      GO TO FIND-PROGRAM-GROUP-99
                   END-IF
                ELSE
                   IF WS-MB-PATTERN (WS-IDX)
                         (1:WS-MB-PREFIX-LEN (WS-IDX)) =
                      L-PROGRAM (1:WS-MB-PREFIX-LEN (WS-IDX))
                      MOVE WS-MB-GROUP (WS-IDX) TO WS-GROUP
                      GO TO FIND-PROGRAM-GROUP-99
                   END-IF
                END-IF
             END-IF
          END-PERFORM.
       FIND-PROGRAM-GROUP-99.
          EXIT.
      *
       FIND-ROTA-LINE SECTION.
          MOVE 0 TO WS-HIT.
          IF L-TIME (1:4) IS NOT NUMERIC OR L-DATE IS NOT NUMERIC
             GO TO FIND-ROTA-LINE-99
          END-IF.
          MOVE L-TIME (1:4) TO WS-ALERT-HHMM.
          MOVE L-DATE TO WS-DATE-N.
          COMPUTE WS-PRIOR-DATE = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE (WS-DATE-N) - 1).
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-RT-COUNT OR WS-HIT > 0
             IF WS-RT-GROUP (WS-IDX) = WS-GROUP
                PERFORM CHECK-ROTA-COVER
             END-IF
          END-PERFORM.
       FIND-ROTA-LINE-99.
          EXIT.
      *
      * A DAY SHIFT COVERS FROM-HHMM UP TO (NOT INCLUDING) TO-HHMM ON
      * EACH DATE OF THE LINE. AN OVERNIGHT SHIFT COVERS FROM-HHMM TO
      * MIDNIGHT ON EACH DATE OF THE LINE AND MIDNIGHT TO TO-HHMM ON
      * THE MORNING AFTER EACH OF THOSE DATES.
       CHECK-ROTA-COVER SECTION.
          IF WS-RT-FROM-HHMM (WS-IDX) <= WS-RT-TO-HHMM (WS-IDX)
             IF L-DATE >= WS-RT-FROM-DATE (WS-IDX) AND
                L-DATE <= WS-RT-TO-DATE (WS-IDX) AND
                WS-ALERT-HHMM >= WS-RT-FROM-HHMM (WS-IDX) AND
                WS-ALERT-HHMM < WS-RT-TO-HHMM (WS-IDX)
                MOVE WS-IDX TO WS-HIT
             END-IF
             GO TO CHECK-ROTA-COVER-99
          END-IF.
          IF L-DATE >= WS-RT-FROM-DATE (WS-IDX) AND
             L-DATE <= WS-RT-TO-DATE (WS-IDX) AND
             WS-ALERT-HHMM >= WS-RT-FROM-HHMM (WS-IDX)
             MOVE WS-IDX TO WS-HIT
             GO TO CHECK-ROTA-COVER-99
          END-IF.
          IF WS-PRIOR-DATE-X >= WS-RT-FROM-DATE (WS-IDX) AND
             WS-PRIOR-DATE-X <= WS-RT-TO-DATE (WS-IDX) AND
             WS-ALERT-HHMM < WS-RT-TO-HHMM (WS-IDX)
             MOVE WS-IDX TO WS-HIT
          END-IF.
       CHECK-ROTA-COVER-99.
          EXIT.
      *
       WRITE-PAGE-OUT SECTION.
          MOVE "PAGE_OUT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/pageout.txt" TO CAT-DEFAULT-PATH.
          MOVE "EXTEND" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-PAGE-OUT-DATASET.
          OPEN EXTEND PAGE-OUT-FILE.
          IF WS-PAGE-OUT-STATUS = "35"
             OPEN OUTPUT PAGE-OUT-FILE
             CLOSE PAGE-OUT-FILE
             OPEN EXTEND PAGE-OUT-FILE
          END-IF.
          IF WS-PAGE-OUT-STATUS NOT = "00"
             DISPLAY "PAGEOUT: UNABLE TO OPEN PAGE-OUT FILE - STATUS "
                WS-PAGE-OUT-STATUS
             GO TO WRITE-PAGE-OUT-99
          END-IF.
          MOVE SPACES TO PAGE-OUT-RECORD.
          STRING L-DATE DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 L-TIME DELIMITED BY SIZE
                 "|PAGE|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PERSON) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (L-PROGRAM) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RUN-NUMBER) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (L-MESSAGE) DELIMITED BY SIZE
                 INTO PAGE-OUT-RECORD
          END-STRING.
          WRITE PAGE-OUT-RECORD.
          CLOSE PAGE-OUT-FILE.
       WRITE-PAGE-OUT-99.
          EXIT.
      *
       WRITE-PAGE-LOG SECTION.
          MOVE "PAGE_LOG" TO CAT-LOGICAL-NAME.
          MOVE "../../results/pagelog.txt" TO CAT-DEFAULT-PATH.
          MOVE "EXTEND" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-PAGE-LOG-DATASET.
          OPEN EXTEND PAGE-LOG-FILE.
          IF WS-PAGE-LOG-STATUS = "35"
             OPEN OUTPUT PAGE-LOG-FILE
             CLOSE PAGE-LOG-FILE
             OPEN EXTEND PAGE-LOG-FILE
          END-IF.
          IF WS-PAGE-LOG-STATUS NOT = "00"
             DISPLAY "PAGEOUT: UNABLE TO OPEN PAGE LOG - STATUS "
                WS-PAGE-LOG-STATUS
             GO TO WRITE-PAGE-LOG-99
          END-IF.
          MOVE SPACES TO PAGE-LOG-RECORD.
          STRING L-DATE DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 L-TIME DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 WS-EVENT DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-GROUP) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PERSON) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SECONDARY) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (L-PROGRAM) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-RUN-NUMBER) DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 L-DATE DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 L-TIME DELIMITED BY SIZE
                 "|" DELIMITED BY SIZE
                 FUNCTION TRIM (L-MESSAGE) DELIMITED BY SIZE
                 INTO PAGE-LOG-RECORD
          END-STRING.
          WRITE PAGE-LOG-RECORD.
          CLOSE PAGE-LOG-FILE.
       WRITE-PAGE-LOG-99.
          EXIT.
