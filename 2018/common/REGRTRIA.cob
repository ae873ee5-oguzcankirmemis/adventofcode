       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGRTRIA.
       AUTHOR. OK999.
      * REGRESSION FAILURE TRIAGE. REGRTEST DISPATCHES THIS PROGRAM
      * WHENEVER AN ANSWER MISMATCHES THE BASELINE; IT CAN ALSO BE RUN
      * BY HAND FOR SUITE_YEAR. EVERY DAY WITH A FAIL LINE ON THE
      * REGRESSION REPORT GETS THE EVIDENCE THE DESK USED TO GATHER
      * BY HAND BEFORE DECIDING TO HOLD A PROMOTION:
      *   INPUT      - THE DAY'S LINE ON THE INMANFST CHANGE REPORT
      *                (INPUT CHANGED SINCE THE PREVIOUS MANIFEST).
      *   PARAMETERS - THE DAY'S ENTRIES ON THE EFFECTIVE-PARAMETER
      *                SNAPSHOT OF THIS RUN AGAINST THE SNAPSHOT OF
      *                THE LAST RUN WHOSE REGRTEST ENDED 0 ON THE JOB
      *                LOG, COMPARED AS PARMCOMP DOES.
      *   CORRECTIONS- REPROC AUDIT LINES FOR THE DAY DATED ON OR
      *                AFTER THAT LAST PASSING RUN (THE AUDIT CARRIES
      *                DATES ONLY).
      *   PRIOR      - THE DAY'S RECENT ANSWERS FROM THE RESULTS
      *                MASTER (RESULTS_MASTER), OR FROM THE LEDGER
      *                WHEN NO MASTER IS NAMED, AS REGRTEST READS.
      * THE LIKELY CAUSE FOLLOWS FROM THE EVIDENCE: INPUT CHANGED
      * (MANIFEST OR REPROC CORRECTIONS), PARAMETERS CHANGED, BOTH,
      * OR NEITHER - IN WHICH CASE THE PROGRAM IS SUSPECT. EVIDENCE
      * THAT COULD NOT BE GATHERED (NO PASSING RUN, NO SNAPSHOT) IS
      * SAID SO AND DOES NOT COUNT TOWARD A CAUSE.
      * RETURN CODES: 0 - TRIAGE WRITTEN (OR NOTHING FAILED).
      *               1 - REGRESSION REPORT COULD NOT BE OPENED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT REGRESSION-IN-FILE
             ASSIGN TO WS-REGRESSION-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REGRESSION-STATUS.
          SELECT CHANGES-FILE
             ASSIGN TO WS-CHANGES-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CHANGES-STATUS.
          SELECT JOB-LOG-FILE
             ASSIGN TO WS-JOBLOG-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JOBLOG-STATUS.
          SELECT SNAP-IN-FILE
             ASSIGN TO WS-SNAP-IN-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SNAP-IN-STATUS.
          SELECT REPROC-AUDIT-FILE
             ASSIGN TO WS-REPROC-AUDIT-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPROC-AUDIT-STATUS.
          SELECT LEDGER-FILE
             ASSIGN TO WS-LEDGER-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LEDGER-STATUS.
          COPY MASTRSL.
          SELECT TRIAGE-REPORT-FILE
             ASSIGN TO WS-TRIAGE-DATASET
             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
          FD REGRESSION-IN-FILE.
          01 REGRESSION-IN-RECORD PIC X(132).
          FD CHANGES-FILE.
          01 CHANGES-RECORD PIC X(160).
          FD JOB-LOG-FILE.
          01 JOB-LOG-IN-RECORD PIC X(120).
          FD SNAP-IN-FILE.
          01 SNAP-IN-RECORD PIC X(300).
          FD REPROC-AUDIT-FILE.
          01 REPROC-AUDIT-RECORD PIC X(400).
          FD LEDGER-FILE.
          01 LEDGER-IN-RECORD PIC X(200).
       COPY MASTRFD.
          FD TRIAGE-REPORT-FILE.
          01 TRIAGE-PRINT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY RPTWRTWS.
          COPY MASTRWS.
      * THE REGRESSION REPORT DETAIL LINE AS REGRTEST WRITES IT.
          01 REGRESSION-REPORT-RECORD.
             03 RRR-KEY-TAG PIC X(1).
             03 RRR-KEY PIC X(16).
             03 RRR-STATUS-TAG PIC X(3).
             03 RRR-STATUS PIC X(8).
             03 RRR-EXPECTED-TAG PIC X(11).
             03 RRR-EXPECTED PIC X(30).
             03 RRR-ACTUAL-TAG PIC X(9).
             03 RRR-ACTUAL PIC X(30).
             03 RRR-PAD PIC X(15).
          01 WS-SUITE-YEAR PIC X(4).
          01 WS-P-YEAR-NORM PIC X(4).
          01 WS-RUN-NUMBER PIC X(8).
          01 WS-REGRESSION-DATASET PIC X(200).
          01 WS-REGRESSION-STATUS PIC X(2) VALUE SPACES.
          01 WS-REGRESSION-EOF PIC X(1) VALUE "N".
          01 WS-CHANGES-DATASET PIC X(200).
          01 WS-CHANGES-STATUS PIC X(2) VALUE SPACES.
          01 WS-CHANGES-EOF PIC X(1) VALUE "N".
          01 WS-CHANGES-READ PIC X(1) VALUE "N".
          01 WS-JOBLOG-DATASET PIC X(200).
          01 WS-JOBLOG-STATUS PIC X(2) VALUE SPACES.
          01 WS-JOBLOG-EOF PIC X(1) VALUE "N".
          01 WS-SNAP-IN-DATASET PIC X(200).
          01 WS-SNAP-IN-STATUS PIC X(2) VALUE SPACES.
          01 WS-SNAP-IN-EOF PIC X(1).
          01 WS-SNAP-ROOT PIC X(200).
          01 WS-REPROC-AUDIT-DATASET PIC X(200).
          01 WS-REPROC-AUDIT-STATUS PIC X(2) VALUE SPACES.
          01 WS-REPROC-AUDIT-EOF PIC X(1) VALUE "N".
          01 WS-LEDGER-DATASET PIC X(200).
          01 WS-LEDGER-STATUS PIC X(2) VALUE SPACES.
          01 WS-LEDGER-EOF PIC X(1) VALUE "N".
          01 WS-MASTER-EOF PIC X(1) VALUE "N".
          01 WS-PRIOR-SOURCE PIC X(14) VALUE SPACES.
          01 WS-TRIAGE-DATASET PIC X(200).
          01 WS-TRIAGE-LINE PIC X(132).
      * ONE ENTRY PER DAY; ONLY DAYS WITH A FAIL LINE ARE TRIAGED.
          01 WS-TRIAGE-TABLE.
             03 WS-TT-ENTRY OCCURS 25.
                05 WS-TT-FAILED PIC X(1) VALUE "N".
                05 WS-TT-PART OCCURS 2.
                   07 WS-TT-PART-FAILED PIC X(1) VALUE "N".
                   07 WS-TT-EXPECTED PIC X(30) VALUE SPACES.
                   07 WS-TT-ACTUAL PIC X(30) VALUE SPACES.
                05 WS-TT-INPUT-CHANGED PIC X(1) VALUE "N".
                05 WS-TT-INPUT-TEXT PIC X(132) VALUE SPACES.
                05 WS-TT-PARAM-DIFFS PIC 9(4) VALUE 0.
                05 WS-TT-CORR-COUNT PIC 9(4) VALUE 0.
                05 WS-TT-CORR-LAST PIC X(8) VALUE SPACES.
                05 WS-TT-PRIOR-COUNT PIC 9(1) VALUE 0.
                05 WS-TT-PRIOR OCCURS 4.
                   07 WS-TT-PRIOR-DATE PIC X(8) VALUE SPACES.
                   07 WS-TT-PRIOR-PART-1 PIC X(30) VALUE SPACES.
                   07 WS-TT-PRIOR-PART-2 PIC X(30) VALUE SPACES.
          01 WS-FAILED-DAYS PIC 9(2) VALUE 0.
          01 WS-KEY-PARSE.
             03 WS-K-FIELD-1 PIC X(8).
             03 WS-K-FIELD-2 PIC X(8).
             03 WS-K-FIELD-3 PIC X(8).
          01 WS-K-DAY-TEXT PIC X(8).
          01 WS-K-PART-TEXT PIC X(8).
          01 WS-DAY PIC 9(2).
          01 WS-DAY-ED PIC Z9.
          01 WS-PART PIC 9(1).
          01 WS-MC-PARSE.
             03 WS-MC-DAY PIC X(8).
             03 WS-MC-WORD PIC X(8).
      * THE LAST RUN WHOSE REGRTEST TRAILER ENDED 0, OTHER THAN THIS
      * ONE.
          01 WS-JL-PARSE.
             03 WS-JL-DATE PIC X(10).
             03 WS-JL-TIME PIC X(10).
             03 WS-JL-TYPE PIC X(2).
             03 WS-JL-PROGRAM PIC X(10).
             03 WS-JL-RC PIC X(12).
             03 WS-JL-RUN PIC X(8).
          01 WS-PASS-RUN PIC X(8) VALUE SPACES.
          01 WS-PASS-DATE PIC X(8) VALUE SPACES.
      * SNAPSHOT ENTRIES OF THE DAY PROGRAMS ONLY; SIDE 1 IS THE LAST
      * PASSING RUN, SIDE 2 IS THIS RUN.
          01 WS-SNAP-STATE PIC X(1) VALUE "N".
             88 WS-SNAP-COMPARED VALUE "Y".
          01 WS-SNAP-NOTE PIC X(80) VALUE SPACES.
          01 WS-SIDE PIC 9(1).
          77 WS-ENTRY-MAX PIC 9(4) USAGE COMP-5 VALUE 2000.
          01 WS-SIDE-TABLE OCCURS 2.
             03 WS-SN-COUNT PIC 9(4) USAGE COMP-5 VALUE 0.
             03 WS-SN-ENTRY OCCURS 2000.
                05 WS-SN-PROGRAM PIC X(10).
                05 WS-SN-KIND PIC X(8).
                05 WS-SN-KEY PIC X(60).
                05 WS-SN-VALUE PIC X(120).
                05 WS-SN-SOURCE PIC X(12).
                05 WS-SN-MATCHED PIC X(1).
                05 WS-SN-PAIR PIC 9(4).
          01 WS-SN-PARSE.
             03 WS-SP-PROGRAM PIC X(10).
             03 WS-SP-KIND PIC X(8).
             03 WS-SP-KEY PIC X(60).
             03 WS-SP-VALUE PIC X(120).
             03 WS-SP-SOURCE PIC X(12).
          01 WS-TARGET-PROGRAM PIC X(10).
          01 WS-IDX PIC 9(4).
          01 WS-JDX PIC 9(4).
          01 WS-HIT PIC 9(4).
          01 WS-RA-PARSE.
             03 WS-RA-DATE PIC X(8).
             03 WS-RA-DAY PIC X(8).
          01 WS-LG-PARSE.
             03 WS-LG-DATE PIC X(10).
             03 WS-LG-PROGRAM PIC X(10).
             03 WS-LG-PART-1 PIC X(30).
             03 WS-LG-PART-2 PIC X(30).
             03 WS-LG-RUN PIC X(10).
             03 WS-LG-YEAR PIC X(6).
          01 WS-PR-IDX PIC 9(1).
          01 WS-NEW-DATE PIC X(8).
          01 WS-NEW-PART-1 PIC X(30).
          01 WS-NEW-PART-2 PIC X(30).
          01 WS-COUNT-ED PIC Z(3)9.
          01 WS-CAUSE PIC X(60).
          01 WS-INPUT-EVIDENCE PIC X(1).
          01 WS-PARAM-EVIDENCE PIC X(1).
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "REGRTRIA" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          ACCEPT WS-SUITE-YEAR FROM ENVIRONMENT "SUITE_YEAR".
          IF WS-SUITE-YEAR = SPACES
             MOVE "2018" TO WS-SUITE-YEAR
          END-IF.
          ACCEPT WS-RUN-NUMBER FROM ENVIRONMENT "BATCH_RUN_NUMBER".
          PERFORM READ-REGRESSION-FAILURES.
          IF WS-FAILED-DAYS > 0
             PERFORM READ-MANIFEST-CHANGES
             PERFORM FIND-LAST-PASSING-RUN
             PERFORM LOAD-SNAPSHOTS
             PERFORM READ-REPROC-AUDIT
             PERFORM READ-PRIOR-ANSWERS
          END-IF.
          PERFORM WRITE-TRIAGE-REPORT.
          DISPLAY "REGRTRIA: " WS-FAILED-DAYS
             " FAILING DAY(S) TRIAGED - SEE "
             FUNCTION TRIM (WS-TRIAGE-DATASET).
          MOVE 0 TO RETURN-CODE.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       READ-REGRESSION-FAILURES SECTION.
          MOVE "REGRESSION_REPORT" TO CAT-LOGICAL-NAME.
          IF WS-SUITE-YEAR = "2018"
             MOVE "../../results/regression.txt" TO CAT-DEFAULT-PATH
          ELSE
             MOVE SPACES TO CAT-DEFAULT-PATH
             STRING "../../results/regression_" DELIMITED BY SIZE
                    WS-SUITE-YEAR DELIMITED BY SIZE
                    ".txt" DELIMITED BY SIZE
                    INTO CAT-DEFAULT-PATH
             END-STRING
          END-IF.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-REGRESSION-DATASET.
          OPEN INPUT REGRESSION-IN-FILE.
          IF WS-REGRESSION-STATUS NOT = "00"
             DISPLAY "REGRTRIA: UNABLE TO OPEN REGRESSION REPORT "
                FUNCTION TRIM (WS-REGRESSION-DATASET)
                " - STATUS " WS-REGRESSION-STATUS
             MOVE 1 TO RETURN-CODE
             PERFORM WRITE-RUN-TRAILER
             STOP RUN
          END-IF.
          PERFORM UNTIL WS-REGRESSION-EOF = "Y"
             READ REGRESSION-IN-FILE
                AT END
                   MOVE "Y" TO WS-REGRESSION-EOF
                NOT AT END
                   PERFORM NOTE-FAILED-ANSWER
             END-READ
          END-PERFORM.
          CLOSE REGRESSION-IN-FILE.
          EXIT.
      *
      * ONLY DETAIL LINES CARRY " - " AFTER THE KEY; THE PAGE STAMPS
      * RPTWRITE ADDS NEVER DO. 2018 KEYS ARE DAYN-PARTK, OTHER YEARS
      * YYYY-DAYN-PARTK.
       NOTE-FAILED-ANSWER SECTION.
          MOVE REGRESSION-IN-RECORD TO REGRESSION-REPORT-RECORD.
          IF RRR-STATUS-TAG NOT = " - " OR RRR-STATUS NOT = "FAIL"
             GO TO NOTE-FAILED-ANSWER-99
          END-IF.
          MOVE SPACES TO WS-KEY-PARSE.
          UNSTRING RRR-KEY DELIMITED BY "-"
             INTO WS-K-FIELD-1, WS-K-FIELD-2, WS-K-FIELD-3.
          IF WS-K-FIELD-1 (1:3) = "DAY"
             MOVE WS-K-FIELD-1 TO WS-K-DAY-TEXT
             MOVE WS-K-FIELD-2 TO WS-K-PART-TEXT
          ELSE
             MOVE WS-K-FIELD-2 TO WS-K-DAY-TEXT
             MOVE WS-K-FIELD-3 TO WS-K-PART-TEXT
          END-IF.
          IF WS-K-DAY-TEXT (1:3) NOT = "DAY" OR
             FUNCTION TRIM (WS-K-DAY-TEXT (4:5)) IS NOT NUMERIC
             GO TO NOTE-FAILED-ANSWER-99
          END-IF.
          COMPUTE WS-DAY =
             FUNCTION NUMVAL (FUNCTION TRIM (WS-K-DAY-TEXT (4:5))).
          IF WS-DAY < 1 OR WS-DAY > 25
             GO TO NOTE-FAILED-ANSWER-99
          END-IF.
          IF WS-K-PART-TEXT = "PART2"
             MOVE 2 TO WS-PART
          ELSE
             MOVE 1 TO WS-PART
          END-IF.
          IF WS-TT-FAILED (WS-DAY) NOT = "Y"
             MOVE "Y" TO WS-TT-FAILED (WS-DAY)
             ADD 1 TO WS-FAILED-DAYS
          END-IF.
          MOVE "Y" TO WS-TT-PART-FAILED (WS-DAY, WS-PART).
          MOVE RRR-EXPECTED TO WS-TT-EXPECTED (WS-DAY, WS-PART).
          MOVE RRR-ACTUAL TO WS-TT-ACTUAL (WS-DAY, WS-PART).
       NOTE-FAILED-ANSWER-99.
          EXIT.
      *
      * INMANFST REWRITES ITS CHANGE REPORT EVERY RUN, ONE
      * "DAYN INPUT CHANGED: ..." LINE PER CHANGED INPUT.
       READ-MANIFEST-CHANGES SECTION.
          MOVE "MANIFEST_CHANGES" TO CAT-LOGICAL-NAME.
          MOVE "../../results/manifest_changes.txt"
             TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-CHANGES-DATASET.
          OPEN INPUT CHANGES-FILE.
          IF WS-CHANGES-STATUS NOT = "00"
             GO TO READ-MANIFEST-CHANGES-99
          END-IF.
          MOVE "Y" TO WS-CHANGES-READ.
          PERFORM UNTIL WS-CHANGES-EOF = "Y"
             READ CHANGES-FILE
                AT END
                   MOVE "Y" TO WS-CHANGES-EOF
                NOT AT END
                   PERFORM NOTE-INPUT-CHANGE
             END-READ
          END-PERFORM.
          CLOSE CHANGES-FILE.
       READ-MANIFEST-CHANGES-99.
          EXIT.
      *
       NOTE-INPUT-CHANGE SECTION.
          MOVE SPACES TO WS-MC-PARSE.
          UNSTRING CHANGES-RECORD DELIMITED BY " "
             INTO WS-MC-DAY, WS-MC-WORD.
          IF WS-MC-DAY (1:3) NOT = "DAY" OR WS-MC-WORD NOT = "INPUT"
             OR FUNCTION TRIM (WS-MC-DAY (4:5)) IS NOT NUMERIC
             GO TO NOTE-INPUT-CHANGE-99
          END-IF.
          COMPUTE WS-DAY =
             FUNCTION NUMVAL (FUNCTION TRIM (WS-MC-DAY (4:5))).
          IF WS-DAY < 1 OR WS-DAY > 25
             GO TO NOTE-INPUT-CHANGE-99
          END-IF.
          MOVE "Y" TO WS-TT-INPUT-CHANGED (WS-DAY).
          MOVE CHANGES-RECORD TO WS-TT-INPUT-TEXT (WS-DAY).
       NOTE-INPUT-CHANGE-99.
          EXIT.
      *
       FIND-LAST-PASSING-RUN SECTION.
          MOVE "JOB_LOG" TO CAT-LOGICAL-NAME.
          MOVE "../../results/joblog.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-JOBLOG-DATASET.
          OPEN INPUT JOB-LOG-FILE.
          IF WS-JOBLOG-STATUS NOT = "00"
             GO TO FIND-LAST-PASSING-RUN-99
          END-IF.
          PERFORM UNTIL WS-JOBLOG-EOF = "Y"
             READ JOB-LOG-FILE
                AT END
                   MOVE "Y" TO WS-JOBLOG-EOF
                NOT AT END
                   PERFORM NOTE-PASSING-RUN
             END-READ
          END-PERFORM.
          CLOSE JOB-LOG-FILE.
       FIND-LAST-PASSING-RUN-99.
          EXIT.
      *
       NOTE-PASSING-RUN SECTION.
          MOVE SPACES TO WS-JL-PARSE.
          UNSTRING JOB-LOG-IN-RECORD DELIMITED BY ","
             INTO WS-JL-DATE, WS-JL-TIME, WS-JL-TYPE, WS-JL-PROGRAM,
                  WS-JL-RC, WS-JL-RUN.
          IF WS-JL-TYPE (1:1) NOT = "T" OR
             WS-JL-PROGRAM NOT = "REGRTEST"
             GO TO NOTE-PASSING-RUN-99
          END-IF.
          IF FUNCTION TRIM (WS-JL-RC) = SPACES OR
             FUNCTION NUMVAL (WS-JL-RC) NOT = 0
             GO TO NOTE-PASSING-RUN-99
          END-IF.
          IF WS-JL-RUN = SPACES OR FUNCTION TRIM (WS-JL-RUN) = "0"
             OR FUNCTION TRIM (WS-JL-RUN) =
                FUNCTION TRIM (WS-RUN-NUMBER)
             GO TO NOTE-PASSING-RUN-99
          END-IF.
          MOVE FUNCTION TRIM (WS-JL-RUN) TO WS-PASS-RUN.
          MOVE WS-JL-DATE (1:8) TO WS-PASS-DATE.
       NOTE-PASSING-RUN-99.
          EXIT.
      *
      * THE SNAPSHOTS ARE THE SAME RUN-STAMPED DATASETS PARMCOMP
      * COMPARES (PARAM_SNAPSHOT_ROOT/PARAMSNAP_<RUN>.TXT).
       LOAD-SNAPSHOTS SECTION.
          IF WS-RUN-NUMBER = SPACES OR
             FUNCTION TRIM (WS-RUN-NUMBER) = "0"
             MOVE "NOT COMPARED - NO BATCH RUN NUMBER FOR THIS RUN"
                TO WS-SNAP-NOTE
             GO TO LOAD-SNAPSHOTS-99
          END-IF.
          IF WS-PASS-RUN = SPACES
             MOVE "NOT COMPARED - NO EARLIER PASSING REGRTEST RUN ON "
                & "THE JOB LOG" TO WS-SNAP-NOTE
             GO TO LOAD-SNAPSHOTS-99
          END-IF.
          ACCEPT WS-SNAP-ROOT
             FROM ENVIRONMENT "PARAM_SNAPSHOT_ROOT".
          IF WS-SNAP-ROOT = SPACES
             MOVE "../../results" TO WS-SNAP-ROOT
          END-IF.
          MOVE 1 TO WS-SIDE.
          PERFORM LOAD-ONE-SNAPSHOT.
          IF WS-SNAP-IN-STATUS NOT = "00"
             MOVE SPACES TO WS-SNAP-NOTE
             STRING "NOT COMPARED - NO SNAPSHOT FOR PASSING RUN "
                       DELIMITED BY SIZE
                    FUNCTION TRIM (WS-PASS-RUN) DELIMITED BY SIZE
                    INTO WS-SNAP-NOTE
             END-STRING
             GO TO LOAD-SNAPSHOTS-99
          END-IF.
          MOVE 2 TO WS-SIDE.
          PERFORM LOAD-ONE-SNAPSHOT.
          IF WS-SNAP-IN-STATUS NOT = "00"
             MOVE SPACES TO WS-SNAP-NOTE
             STRING "NOT COMPARED - NO SNAPSHOT FOR THIS RUN "
                       DELIMITED BY SIZE
                    FUNCTION TRIM (WS-RUN-NUMBER) DELIMITED BY SIZE
                    INTO WS-SNAP-NOTE
             END-STRING
             GO TO LOAD-SNAPSHOTS-99
          END-IF.
          MOVE "Y" TO WS-SNAP-STATE.
          PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 25
             IF WS-TT-FAILED (WS-DAY) = "Y"
                PERFORM COUNT-DAY-PARAM-DIFFS
             END-IF
          END-PERFORM.
       LOAD-SNAPSHOTS-99.
          EXIT.
      *
       LOAD-ONE-SNAPSHOT SECTION.
          MOVE SPACES TO WS-SNAP-IN-DATASET.
          IF WS-SIDE = 1
             STRING FUNCTION TRIM (WS-SNAP-ROOT) DELIMITED BY SIZE
                    "/paramsnap_" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-PASS-RUN) DELIMITED BY SIZE
                    ".txt" DELIMITED BY SIZE
                    INTO WS-SNAP-IN-DATASET
             END-STRING
          ELSE
             STRING FUNCTION TRIM (WS-SNAP-ROOT) DELIMITED BY SIZE
                    "/paramsnap_" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-RUN-NUMBER) DELIMITED BY SIZE
                    ".txt" DELIMITED BY SIZE
                    INTO WS-SNAP-IN-DATASET
             END-STRING
          END-IF.
          MOVE "N" TO WS-SNAP-IN-EOF.
          OPEN INPUT SNAP-IN-FILE.
          IF WS-SNAP-IN-STATUS NOT = "00"
             GO TO LOAD-ONE-SNAPSHOT-99
          END-IF.
          PERFORM UNTIL WS-SNAP-IN-EOF = "Y"
             READ SNAP-IN-FILE
                AT END
                   MOVE "Y" TO WS-SNAP-IN-EOF
                NOT AT END
                   PERFORM LOAD-SNAP-RECORD
             END-READ
          END-PERFORM.
          CLOSE SNAP-IN-FILE.
          MOVE "00" TO WS-SNAP-IN-STATUS.
       LOAD-ONE-SNAPSHOT-99.
          EXIT.
      *
       LOAD-SNAP-RECORD SECTION.
          IF SNAP-IN-RECORD = SPACES OR
             SNAP-IN-RECORD (1:3) NOT = "DAY" OR
             WS-SN-COUNT (WS-SIDE) >= WS-ENTRY-MAX
             GO TO LOAD-SNAP-RECORD-99
          END-IF.
          MOVE SPACES TO WS-SN-PARSE.
          UNSTRING SNAP-IN-RECORD DELIMITED BY "|"
             INTO WS-SP-PROGRAM, WS-SP-KIND, WS-SP-KEY, WS-SP-VALUE,
                  WS-SP-SOURCE.
          IF WS-SP-KEY = SPACES
             GO TO LOAD-SNAP-RECORD-99
          END-IF.
          ADD 1 TO WS-SN-COUNT (WS-SIDE).
          MOVE WS-SN-COUNT (WS-SIDE) TO WS-IDX.
          MOVE WS-SP-PROGRAM TO WS-SN-PROGRAM (WS-SIDE, WS-IDX).
          MOVE WS-SP-KIND TO WS-SN-KIND (WS-SIDE, WS-IDX).
          MOVE WS-SP-KEY TO WS-SN-KEY (WS-SIDE, WS-IDX).
          MOVE WS-SP-VALUE TO WS-SN-VALUE (WS-SIDE, WS-IDX).
          MOVE WS-SP-SOURCE TO WS-SN-SOURCE (WS-SIDE, WS-IDX).
          MOVE "N" TO WS-SN-MATCHED (WS-SIDE, WS-IDX).
          MOVE 0 TO WS-SN-PAIR (WS-SIDE, WS-IDX).
       LOAD-SNAP-RECORD-99.
          EXIT.
      *
      * MATCHED ON PROGRAM, KIND AND KEY AS PARMCOMP MATCHES; A VALUE
      * OR SOURCE CHANGE, OR AN ENTRY ONLY ONE RUN RECORDED, COUNTS.
       COUNT-DAY-PARAM-DIFFS SECTION.
          PERFORM SET-TARGET-PROGRAM.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-SN-COUNT (1)
             IF WS-SN-PROGRAM (1, WS-IDX) = WS-TARGET-PROGRAM
                PERFORM MATCH-PASSING-ENTRY
             END-IF
          END-PERFORM.
          PERFORM VARYING WS-JDX FROM 1 BY 1
          UNTIL WS-JDX > WS-SN-COUNT (2)
             IF WS-SN-PROGRAM (2, WS-JDX) = WS-TARGET-PROGRAM AND
                WS-SN-MATCHED (2, WS-JDX) = "N"
                ADD 1 TO WS-TT-PARAM-DIFFS (WS-DAY)
             END-IF
          END-PERFORM.
          EXIT.
      *
       MATCH-PASSING-ENTRY SECTION.
          MOVE 0 TO WS-HIT.
          PERFORM VARYING WS-JDX FROM 1 BY 1
          UNTIL WS-JDX > WS-SN-COUNT (2) OR WS-HIT > 0
             IF WS-SN-MATCHED (2, WS-JDX) = "N" AND
                WS-SN-PROGRAM (2, WS-JDX) =
                WS-SN-PROGRAM (1, WS-IDX) AND
                WS-SN-KIND (2, WS-JDX) =
                WS-SN-KIND (1, WS-IDX) AND
                WS-SN-KEY (2, WS-JDX) = WS-SN-KEY (1, WS-IDX)
                MOVE WS-JDX TO WS-HIT
             END-IF
          END-PERFORM.
          IF WS-HIT = 0
             ADD 1 TO WS-TT-PARAM-DIFFS (WS-DAY)
             GO TO MATCH-PASSING-ENTRY-99
          END-IF.
          MOVE "Y" TO WS-SN-MATCHED (2, WS-HIT).
          MOVE "Y" TO WS-SN-MATCHED (1, WS-IDX).
          MOVE WS-HIT TO WS-SN-PAIR (1, WS-IDX).
          IF WS-SN-VALUE (1, WS-IDX) NOT =
             WS-SN-VALUE (2, WS-HIT) OR
             WS-SN-SOURCE (1, WS-IDX) NOT =
             WS-SN-SOURCE (2, WS-HIT)
             ADD 1 TO WS-TT-PARAM-DIFFS (WS-DAY)
          ELSE
             MOVE "S" TO WS-SN-MATCHED (1, WS-IDX)
          END-IF.
       MATCH-PASSING-ENTRY-99.
          EXIT.
      *
       SET-TARGET-PROGRAM SECTION.
          MOVE WS-DAY TO WS-DAY-ED.
          MOVE SPACES TO WS-TARGET-PROGRAM.
          STRING "DAY" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-DAY-ED) DELIMITED BY SIZE
                 INTO WS-TARGET-PROGRAM
          END-STRING.
          EXIT.
      *
      * AUDIT LINE: "YYYYMMDD DAYN LINE N KEYED BY ... ORIGINAL=[..]".
       READ-REPROC-AUDIT SECTION.
          MOVE "REPROC_AUDIT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/reproc_audit.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-REPROC-AUDIT-DATASET.
          OPEN INPUT REPROC-AUDIT-FILE.
          IF WS-REPROC-AUDIT-STATUS NOT = "00"
             GO TO READ-REPROC-AUDIT-99
          END-IF.
          PERFORM UNTIL WS-REPROC-AUDIT-EOF = "Y"
             READ REPROC-AUDIT-FILE
                AT END
                   MOVE "Y" TO WS-REPROC-AUDIT-EOF
                NOT AT END
                   PERFORM NOTE-CORRECTION
             END-READ
          END-PERFORM.
          CLOSE REPROC-AUDIT-FILE.
       READ-REPROC-AUDIT-99.
          EXIT.
      *
       NOTE-CORRECTION SECTION.
          MOVE SPACES TO WS-RA-PARSE.
          UNSTRING REPROC-AUDIT-RECORD DELIMITED BY " "
             INTO WS-RA-DATE, WS-RA-DAY.
          IF WS-RA-DAY (1:3) NOT = "DAY" OR
             FUNCTION TRIM (WS-RA-DAY (4:5)) IS NOT NUMERIC
             GO TO NOTE-CORRECTION-99
          END-IF.
          IF WS-PASS-DATE NOT = SPACES AND WS-RA-DATE < WS-PASS-DATE
             GO TO NOTE-CORRECTION-99
          END-IF.
          COMPUTE WS-DAY =
             FUNCTION NUMVAL (FUNCTION TRIM (WS-RA-DAY (4:5))).
          IF WS-DAY < 1 OR WS-DAY > 25
             GO TO NOTE-CORRECTION-99
          END-IF.
          ADD 1 TO WS-TT-CORR-COUNT (WS-DAY).
          MOVE WS-RA-DATE TO WS-TT-CORR-LAST (WS-DAY).
       NOTE-CORRECTION-99.
          EXIT.
      *
      * THE LAST FOUR ANSWERS PER FAILING DAY ARE KEPT; THE NEWEST IS
      * THE ONE REGRTEST COMPARED, THE REST ARE THE PRIOR ANSWERS.
       READ-PRIOR-ANSWERS SECTION.
          ACCEPT WS-MASTER-DATASET FROM ENVIRONMENT "RESULTS_MASTER".
          IF WS-MASTER-DATASET = SPACES
             PERFORM READ-LEDGER-ANSWERS
             GO TO READ-PRIOR-ANSWERS-99
          END-IF.
          OPEN INPUT RESULTS-MASTER-FILE.
          IF WS-MASTER-STATUS NOT = "00"
             DISPLAY "REGRTRIA: MASTER OPEN FAILED - STATUS "
                WS-MASTER-STATUS " - FALLING BACK TO LEDGER SCAN"
             PERFORM READ-LEDGER-ANSWERS
             GO TO READ-PRIOR-ANSWERS-99
          END-IF.
          MOVE "RESULTS MASTER" TO WS-PRIOR-SOURCE.
          PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 25
             IF WS-TT-FAILED (WS-DAY) = "Y"
                PERFORM READ-MASTER-DAY
             END-IF
          END-PERFORM.
          CLOSE RESULTS-MASTER-FILE.
       READ-PRIOR-ANSWERS-99.
          EXIT.
      *
       READ-MASTER-DAY SECTION.
          PERFORM SET-TARGET-PROGRAM.
          MOVE WS-TARGET-PROGRAM TO RM-PROGRAM.
          MOVE WS-SUITE-YEAR TO RM-YEAR.
          MOVE "00000000" TO RM-RUN-DATE.
          START RESULTS-MASTER-FILE KEY IS NOT LESS THAN RM-KEY.
          IF WS-MASTER-STATUS NOT = "00"
             GO TO READ-MASTER-DAY-99
          END-IF.
          MOVE "N" TO WS-MASTER-EOF.
          PERFORM UNTIL WS-MASTER-EOF = "Y"
             READ RESULTS-MASTER-FILE NEXT RECORD
                AT END
                   MOVE "Y" TO WS-MASTER-EOF
                NOT AT END
                   IF RM-PROGRAM NOT = WS-TARGET-PROGRAM OR
                      RM-YEAR NOT = WS-SUITE-YEAR
                      MOVE "Y" TO WS-MASTER-EOF
                   ELSE
                      MOVE RM-RUN-DATE TO WS-NEW-DATE
                      MOVE RM-PART-1 TO WS-NEW-PART-1
                      MOVE RM-PART-2 TO WS-NEW-PART-2
                      PERFORM KEEP-RECENT-ANSWER
                   END-IF
             END-READ
          END-PERFORM.
       READ-MASTER-DAY-99.
          EXIT.
      *
       READ-LEDGER-ANSWERS SECTION.
          MOVE "LEDGER" TO WS-PRIOR-SOURCE.
          MOVE "RESULTS_LEDGER" TO CAT-LOGICAL-NAME.
          MOVE "../../results/ledger.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-LEDGER-DATASET.
          OPEN INPUT LEDGER-FILE.
          IF WS-LEDGER-STATUS NOT = "00"
             GO TO READ-LEDGER-ANSWERS-99
          END-IF.
          PERFORM UNTIL WS-LEDGER-EOF = "Y"
             READ LEDGER-FILE
                AT END
                   MOVE "Y" TO WS-LEDGER-EOF
                NOT AT END
                   PERFORM NOTE-LEDGER-ANSWER
             END-READ
          END-PERFORM.
          CLOSE LEDGER-FILE.
       READ-LEDGER-ANSWERS-99.
          EXIT.
      *
       NOTE-LEDGER-ANSWER SECTION.
          MOVE SPACES TO WS-LG-PARSE.
          UNSTRING LEDGER-IN-RECORD DELIMITED BY ","
             INTO WS-LG-DATE, WS-LG-PROGRAM, WS-LG-PART-1,
                  WS-LG-PART-2, WS-LG-RUN, WS-LG-YEAR.
      * ROWS POSTED BEFORE THE YEAR DIMENSION EXISTED BELONG TO 2018.
          MOVE WS-LG-YEAR (1:4) TO WS-P-YEAR-NORM.
          IF WS-P-YEAR-NORM = SPACES
             MOVE "2018" TO WS-P-YEAR-NORM
          END-IF.
          IF WS-P-YEAR-NORM NOT = WS-SUITE-YEAR OR
             WS-LG-PROGRAM (1:3) NOT = "DAY" OR
             FUNCTION TRIM (WS-LG-PROGRAM (4:7)) IS NOT NUMERIC
             GO TO NOTE-LEDGER-ANSWER-99
          END-IF.
          COMPUTE WS-DAY =
             FUNCTION NUMVAL (FUNCTION TRIM (WS-LG-PROGRAM (4:7))).
          IF WS-DAY < 1 OR WS-DAY > 25
             GO TO NOTE-LEDGER-ANSWER-99
          END-IF.
          IF WS-TT-FAILED (WS-DAY) NOT = "Y"
             GO TO NOTE-LEDGER-ANSWER-99
          END-IF.
          MOVE WS-LG-DATE (1:8) TO WS-NEW-DATE.
          MOVE WS-LG-PART-1 TO WS-NEW-PART-1.
          MOVE WS-LG-PART-2 TO WS-NEW-PART-2.
          PERFORM KEEP-RECENT-ANSWER.
       NOTE-LEDGER-ANSWER-99.
          EXIT.
      *
       KEEP-RECENT-ANSWER SECTION.
          IF WS-TT-PRIOR-COUNT (WS-DAY) < 4
             ADD 1 TO WS-TT-PRIOR-COUNT (WS-DAY)
          ELSE
             PERFORM VARYING WS-PR-IDX FROM 1 BY 1
             UNTIL WS-PR-IDX > 3
                MOVE WS-TT-PRIOR (WS-DAY, WS-PR-IDX + 1)
                   TO WS-TT-PRIOR (WS-DAY, WS-PR-IDX)
             END-PERFORM
          END-IF.
          MOVE WS-TT-PRIOR-COUNT (WS-DAY) TO WS-PR-IDX.
          MOVE WS-NEW-DATE TO WS-TT-PRIOR-DATE (WS-DAY, WS-PR-IDX).
          MOVE WS-NEW-PART-1 TO WS-TT-PRIOR-PART-1 (WS-DAY, WS-PR-IDX).
          MOVE WS-NEW-PART-2 TO WS-TT-PRIOR-PART-2 (WS-DAY, WS-PR-IDX).
          EXIT.
      *
       WRITE-TRIAGE-REPORT SECTION.
          MOVE "REGRESSION_TRIAGE" TO CAT-LOGICAL-NAME.
          IF WS-SUITE-YEAR = "2018"
             MOVE "../../results/regrtriage.txt" TO CAT-DEFAULT-PATH
          ELSE
             MOVE SPACES TO CAT-DEFAULT-PATH
             STRING "../../results/regrtriage_" DELIMITED BY SIZE
                    WS-SUITE-YEAR DELIMITED BY SIZE
                    ".txt" DELIMITED BY SIZE
                    INTO CAT-DEFAULT-PATH
             END-STRING
          END-IF.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-TRIAGE-DATASET.
          OPEN OUTPUT TRIAGE-REPORT-FILE.
          MOVE "REGRTRIA" TO RPT-PROGRAM.
          MOVE SPACES TO RPT-TITLE.
          STRING "REGRESSION FAILURE TRIAGE " DELIMITED BY SIZE
                 WS-SUITE-YEAR DELIMITED BY SIZE
                 INTO RPT-TITLE
          END-STRING.
          MOVE "H" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-TRIAGE-STAMPS.
          MOVE SPACES TO WS-TRIAGE-LINE.
          IF WS-PASS-RUN = SPACES
             STRING "THIS RUN " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-RUN-NUMBER) DELIMITED BY SIZE
                    "   LAST PASSING RUN NONE ON THE JOB LOG"
                       DELIMITED BY SIZE
                    INTO WS-TRIAGE-LINE
             END-STRING
          ELSE
             STRING "THIS RUN " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-RUN-NUMBER) DELIMITED BY SIZE
                    "   LAST PASSING RUN " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-PASS-RUN) DELIMITED BY SIZE
                    " ON " DELIMITED BY SIZE
                    WS-PASS-DATE DELIMITED BY SIZE
                    INTO WS-TRIAGE-LINE
             END-STRING
          END-IF.
          PERFORM WRITE-TRIAGE-LINE.
          IF WS-FAILED-DAYS = 0
             MOVE "NO FAILING ANSWERS ON THE REGRESSION REPORT"
                TO WS-TRIAGE-LINE
             PERFORM WRITE-TRIAGE-LINE
          END-IF.
          PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 25
             IF WS-TT-FAILED (WS-DAY) = "Y"
                PERFORM WRITE-DAY-TRIAGE
             END-IF
          END-PERFORM.
          MOVE "T" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-TRIAGE-STAMPS.
          CLOSE TRIAGE-REPORT-FILE.
          EXIT.
      *
       WRITE-DAY-TRIAGE SECTION.
          PERFORM SET-TARGET-PROGRAM.
          MOVE SPACES TO WS-TRIAGE-LINE.
          PERFORM WRITE-TRIAGE-LINE.
          STRING FUNCTION TRIM (WS-TARGET-PROGRAM) DELIMITED BY SIZE
                 " - REGRESSION FAILURE" DELIMITED BY SIZE
                 INTO WS-TRIAGE-LINE
          END-STRING.
          PERFORM WRITE-TRIAGE-LINE.
          PERFORM VARYING WS-PART FROM 1 BY 1 UNTIL WS-PART > 2
             IF WS-TT-PART-FAILED (WS-DAY, WS-PART) = "Y"
                MOVE SPACES TO WS-TRIAGE-LINE
                STRING "  PART" DELIMITED BY SIZE
                       WS-PART DELIMITED BY SIZE
                       "  EXPECTED=" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-TT-EXPECTED (WS-DAY, WS-PART))
                          DELIMITED BY SIZE
                       "  ACTUAL=" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-TT-ACTUAL (WS-DAY, WS-PART))
                          DELIMITED BY SIZE
                       INTO WS-TRIAGE-LINE
                END-STRING
                PERFORM WRITE-TRIAGE-LINE
             END-IF
          END-PERFORM.
          MOVE "N" TO WS-INPUT-EVIDENCE.
          MOVE "N" TO WS-PARAM-EVIDENCE.
          MOVE SPACES TO WS-TRIAGE-LINE.
          IF WS-CHANGES-READ NOT = "Y"
             MOVE "  INPUT:       NOT KNOWN - NO INMANFST CHANGE REPORT"
                TO WS-TRIAGE-LINE
          ELSE IF WS-TT-INPUT-CHANGED (WS-DAY) = "Y"
             MOVE "Y" TO WS-INPUT-EVIDENCE
             STRING "  INPUT:       CHANGED - " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-TT-INPUT-TEXT (WS-DAY))
                       DELIMITED BY SIZE
                    INTO WS-TRIAGE-LINE
             END-STRING
          ELSE
             MOVE "  INPUT:       UNCHANGED SINCE PREVIOUS MANIFEST"
                TO WS-TRIAGE-LINE
          END-IF.
          PERFORM WRITE-TRIAGE-LINE.
          MOVE SPACES TO WS-TRIAGE-LINE.
          IF NOT WS-SNAP-COMPARED
             STRING "  PARAMETERS:  " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SNAP-NOTE) DELIMITED BY SIZE
                    INTO WS-TRIAGE-LINE
             END-STRING
             PERFORM WRITE-TRIAGE-LINE
          ELSE IF WS-TT-PARAM-DIFFS (WS-DAY) = 0
             STRING "  PARAMETERS:  NO DIFFERENCES AGAINST RUN "
                       DELIMITED BY SIZE
                    FUNCTION TRIM (WS-PASS-RUN) DELIMITED BY SIZE
                    INTO WS-TRIAGE-LINE
             END-STRING
             PERFORM WRITE-TRIAGE-LINE
          ELSE
             MOVE "Y" TO WS-PARAM-EVIDENCE
             MOVE WS-TT-PARAM-DIFFS (WS-DAY) TO WS-COUNT-ED
             STRING "  PARAMETERS:  " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-COUNT-ED) DELIMITED BY SIZE
                    " DIFFERENCE(S) AGAINST RUN " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-PASS-RUN) DELIMITED BY SIZE
                    INTO WS-TRIAGE-LINE
             END-STRING
             PERFORM WRITE-TRIAGE-LINE
             PERFORM WRITE-PARAM-DIFF-LINES
          END-IF.
          MOVE SPACES TO WS-TRIAGE-LINE.
          IF WS-TT-CORR-COUNT (WS-DAY) = 0
             MOVE "  CORRECTIONS: NO REPROC CORRECTIONS APPLIED"
                TO WS-TRIAGE-LINE
          ELSE
             MOVE "Y" TO WS-INPUT-EVIDENCE
             MOVE WS-TT-CORR-COUNT (WS-DAY) TO WS-COUNT-ED
             STRING "  CORRECTIONS: " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-COUNT-ED) DELIMITED BY SIZE
                    " REPROC LINE(S) APPLIED, LATEST "
                       DELIMITED BY SIZE
                    WS-TT-CORR-LAST (WS-DAY) DELIMITED BY SIZE
                    INTO WS-TRIAGE-LINE
             END-STRING
          END-IF.
          PERFORM WRITE-TRIAGE-LINE.
          PERFORM WRITE-PRIOR-ANSWER-LINES.
          IF WS-INPUT-EVIDENCE = "Y" AND WS-PARAM-EVIDENCE = "Y"
             MOVE "INPUT AND PARAMETERS BOTH CHANGED" TO WS-CAUSE
          ELSE IF WS-INPUT-EVIDENCE = "Y"
             MOVE "INPUT CHANGED" TO WS-CAUSE
          ELSE IF WS-PARAM-EVIDENCE = "Y"
             MOVE "PARAMETERS CHANGED" TO WS-CAUSE
          ELSE
             MOVE "NEITHER INPUT NOR PARAMETERS CHANGED - SUSPECT THE "
                & "PROGRAM" TO WS-CAUSE
          END-IF.
          MOVE SPACES TO WS-TRIAGE-LINE.
          STRING "  LIKELY CAUSE: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-CAUSE) DELIMITED BY SIZE
                 INTO WS-TRIAGE-LINE
          END-STRING.
          PERFORM WRITE-TRIAGE-LINE.
          EXIT.
      *
      * ENTRIES OF THE PASSING RUN LEFT UNMATCHED ("N") OR MATCHED
      * WITH A DIFFERENT VALUE ("Y"; "S" IS THE SAME), THEN ENTRIES
      * ONLY THIS RUN RECORDED.
       WRITE-PARAM-DIFF-LINES SECTION.
          PERFORM VARYING WS-IDX FROM 1 BY 1
          UNTIL WS-IDX > WS-SN-COUNT (1)
             IF WS-SN-PROGRAM (1, WS-IDX) = WS-TARGET-PROGRAM AND
                WS-SN-MATCHED (1, WS-IDX) NOT = "S"
                PERFORM WRITE-ONE-PARAM-DIFF
             END-IF
          END-PERFORM.
          PERFORM VARYING WS-JDX FROM 1 BY 1
          UNTIL WS-JDX > WS-SN-COUNT (2)
             IF WS-SN-PROGRAM (2, WS-JDX) = WS-TARGET-PROGRAM AND
                WS-SN-MATCHED (2, WS-JDX) = "N"
                MOVE SPACES TO WS-TRIAGE-LINE
                STRING "     ONLY THIS RUN: " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-SN-KEY (2, WS-JDX))
                          DELIMITED BY SIZE
                       "=" DELIMITED BY SIZE
                       FUNCTION TRIM (WS-SN-VALUE (2, WS-JDX))
                          DELIMITED BY SIZE
                       INTO WS-TRIAGE-LINE
                END-STRING
                PERFORM WRITE-TRIAGE-LINE
             END-IF
          END-PERFORM.
          EXIT.
      *
       WRITE-ONE-PARAM-DIFF SECTION.
          MOVE SPACES TO WS-TRIAGE-LINE.
          IF WS-SN-MATCHED (1, WS-IDX) = "N"
             STRING "     ONLY PASSING RUN: " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SN-KEY (1, WS-IDX))
                       DELIMITED BY SIZE
                    "=" DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SN-VALUE (1, WS-IDX))
                       DELIMITED BY SIZE
                    INTO WS-TRIAGE-LINE
             END-STRING
             PERFORM WRITE-TRIAGE-LINE
             GO TO WRITE-ONE-PARAM-DIFF-99
          END-IF.
          MOVE WS-SN-PAIR (1, WS-IDX) TO WS-HIT.
          STRING "     CHANGED: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SN-KEY (1, WS-IDX))
                    DELIMITED BY SIZE
                 "  WAS=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SN-VALUE (1, WS-IDX))
                    DELIMITED BY SIZE
                 " (" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SN-SOURCE (1, WS-IDX))
                    DELIMITED BY SIZE
                 ")  NOW=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SN-VALUE (2, WS-HIT))
                    DELIMITED BY SIZE
                 " (" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SN-SOURCE (2, WS-HIT))
                    DELIMITED BY SIZE
                 ")" DELIMITED BY SIZE
                 INTO WS-TRIAGE-LINE
          END-STRING.
          PERFORM WRITE-TRIAGE-LINE.
       WRITE-ONE-PARAM-DIFF-99.
          EXIT.
      *
       WRITE-PRIOR-ANSWER-LINES SECTION.
          MOVE SPACES TO WS-TRIAGE-LINE.
          IF WS-TT-PRIOR-COUNT (WS-DAY) < 2
             STRING "  PRIOR:       NO EARLIER ANSWERS ON THE "
                       DELIMITED BY SIZE
                    FUNCTION TRIM (WS-PRIOR-SOURCE) DELIMITED BY SIZE
                    INTO WS-TRIAGE-LINE
             END-STRING
             PERFORM WRITE-TRIAGE-LINE
             GO TO WRITE-PRIOR-ANSWER-LINES-99
          END-IF.
          STRING "  PRIOR:       ANSWERS FROM THE " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-PRIOR-SOURCE) DELIMITED BY SIZE
                 ", NEWEST FIRST" DELIMITED BY SIZE
                 INTO WS-TRIAGE-LINE
          END-STRING.
          PERFORM WRITE-TRIAGE-LINE.
          COMPUTE WS-PR-IDX = WS-TT-PRIOR-COUNT (WS-DAY) - 1.
          PERFORM UNTIL WS-PR-IDX < 1
             MOVE SPACES TO WS-TRIAGE-LINE
             STRING "     " DELIMITED BY SIZE
                    WS-TT-PRIOR-DATE (WS-DAY, WS-PR-IDX)
                       DELIMITED BY SIZE
                    "  PART1=" DELIMITED BY SIZE
                    FUNCTION TRIM
                       (WS-TT-PRIOR-PART-1 (WS-DAY, WS-PR-IDX))
                       DELIMITED BY SIZE
                    "  PART2=" DELIMITED BY SIZE
                    FUNCTION TRIM
                       (WS-TT-PRIOR-PART-2 (WS-DAY, WS-PR-IDX))
                       DELIMITED BY SIZE
                    INTO WS-TRIAGE-LINE
             END-STRING
             PERFORM WRITE-TRIAGE-LINE
             SUBTRACT 1 FROM WS-PR-IDX
          END-PERFORM.
       WRITE-PRIOR-ANSWER-LINES-99.
          EXIT.
      *
       WRITE-TRIAGE-LINE SECTION.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-TRIAGE-STAMPS.
          WRITE TRIAGE-PRINT-LINE FROM WS-TRIAGE-LINE.
          MOVE SPACES TO WS-TRIAGE-LINE.
          EXIT.
      *
       WRITE-TRIAGE-STAMPS SECTION.
          IF RPT-OUT-COUNT >= 1
             WRITE TRIAGE-PRINT-LINE FROM RPT-OUT-LINE-1
          END-IF.
          IF RPT-OUT-COUNT >= 2
             WRITE TRIAGE-PRINT-LINE FROM RPT-OUT-LINE-2
          END-IF.
          IF RPT-OUT-COUNT >= 3
             WRITE TRIAGE-PRINT-LINE FROM RPT-OUT-LINE-3
          END-IF.
          EXIT.
      *
       COPY AUDITPA.
