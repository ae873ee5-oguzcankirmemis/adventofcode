      * 50) AGAINST ITS SIBLING. YEARS COME FROM YEARCOMP_YEAR_A
      * AND YEARCOMP_YEAR_B (DEFAULTS 2018 AND THE CURRENT
      * SUITE_YEAR). ROWS CUT BEFORE THE YEAR COLUMN EXISTED COUNT
      * AS 2018. UNDER EACH PROGRAM A SECOND LINE GIVES THE LATEST
      * BUILD SEEN ON EACH SIDE (THE BUILD COLUMNS OF THE STATS ROW)
      * AND MARKS A SIDE WHOSE RUNS SPAN MORE THAN ONE BUILD - AN
      * ELAPSED-TIME CHANGE THAT COINCIDES WITH A NEW BUILD.
      * RETURN CODES: 0 = COMPARED, 2 = AT LEAST ONE BAD
      * REGRESSION FLAGGED.
       ENVIRONMENT DIVISION.
                   07 WS-PT-REJECTED PIC 9(12) VALUE 0.
                   07 WS-PT-HWM PIC 9(9) VALUE 0.
                   07 WS-PT-ELAPSED PIC 9(12) VALUE 0.
                   07 WS-PT-BUILD PIC X(14) VALUE SPACES.
                   07 WS-PT-NEW-BUILDS PIC 9(5) VALUE 0.
          01 WS-PARSE.
             03 WS-P-DATE PIC X(10).
             03 WS-P-PROGRAM PIC X(10).
             03 WS-P-RUN PIC X(10).
             03 WS-P-OPERATOR PIC X(10).
             03 WS-P-YEAR PIC X(6).
             03 WS-P-BUILD-ID PIC X(14).
             03 WS-P-BUILD-DATE PIC X(8).
          01 WS-ROW-YEAR PIC X(4).
          01 WS-NUM PIC 9(12).
          01 WS-IDX PIC 9(3).
          01 WS-YC-PCT-ED PIC -(4)9.
          01 WS-DETAIL-LINE PIC X(160).
          01 WS-YC-PTR PIC 9(3).
          01 WS-YC-NEW-ED PIC Z(4)9.
          01 WS-SIDE-YEAR PIC X(4).
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
       READ-STATS SECTION.
          MOVE "RUN_STATS" TO CAT-LOGICAL-NAME.
          MOVE "../../results/stats.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-STATS-IN-DATASET.
          OPEN INPUT STATS-IN-FILE.
          IF WS-STATS-IN-STATUS NOT = "00"
          UNSTRING STATS-IN-RECORD DELIMITED BY ","
             INTO WS-P-DATE, WS-P-PROGRAM, WS-P-READ,
                  WS-P-REJECTED, WS-P-HWM, WS-P-ELAPSED, WS-P-RC,
                  WS-P-RUN, WS-P-OPERATOR, WS-P-YEAR,
                  WS-P-BUILD-ID, WS-P-BUILD-DATE.
          IF WS-P-PROGRAM (1:3) NOT = "DAY"
             GO TO TALLY-STATS-ROW-99
          END-IF.
          END-IF.
          COMPUTE WS-NUM = FUNCTION NUMVAL (WS-P-ELAPSED).
          ADD WS-NUM TO WS-PT-ELAPSED (WS-HIT, WS-SIDE).
      * ROWS CUT BEFORE THE BUILD COLUMNS EXISTED CARRY NO BUILD AND
      * NEVER COUNT AS A CHANGE OF BUILD.
          IF WS-P-BUILD-ID NOT = SPACES
             IF WS-PT-BUILD (WS-HIT, WS-SIDE) NOT = SPACES AND
                WS-PT-BUILD (WS-HIT, WS-SIDE) NOT = WS-P-BUILD-ID
                ADD 1 TO WS-PT-NEW-BUILDS (WS-HIT, WS-SIDE)
             END-IF
             MOVE WS-P-BUILD-ID TO WS-PT-BUILD (WS-HIT, WS-SIDE)
          END-IF.
       TALLY-STATS-ROW-99.
          EXIT.
      *
       WRITE-YEARCOMP-REPORT SECTION.
          MOVE "YEARCOMP_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/yearcomp.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-YEARCOMP-DATASET.
          OPEN OUTPUT YEARCOMP-REPORT-FILE.
          MOVE SPACES TO YEARCOMP-PRINT-LINE.
                 WITH POINTER WS-YC-PTR
          END-STRING.
          WRITE YEARCOMP-PRINT-LINE FROM WS-DETAIL-LINE.
          PERFORM WRITE-BUILD-COMPARISON.
       WRITE-PROGRAM-COMPARISON-99.
          EXIT.
      *
       WRITE-BUILD-COMPARISON SECTION.
          MOVE SPACES TO WS-DETAIL-LINE.
          MOVE 1 TO WS-YC-PTR.
          STRING "           BUILD " DELIMITED BY SIZE
                 WS-PT-BUILD (WS-IDX, 1) DELIMITED BY SPACE
                 "/" DELIMITED BY SIZE
                 WS-PT-BUILD (WS-IDX, 2) DELIMITED BY SPACE
                 INTO WS-DETAIL-LINE
                 WITH POINTER WS-YC-PTR
          END-STRING.
          PERFORM VARYING WS-SIDE FROM 1 BY 1 UNTIL WS-SIDE > 2
             IF WS-PT-NEW-BUILDS (WS-IDX, WS-SIDE) > 0
                IF WS-SIDE = 1
                   MOVE WS-YEAR-A TO WS-SIDE-YEAR
                ELSE
                   MOVE WS-YEAR-B TO WS-SIDE-YEAR
                END-IF
                MOVE WS-PT-NEW-BUILDS (WS-IDX, WS-SIDE)
                   TO WS-YC-NEW-ED
                STRING "  ** " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-YC-NEW-ED) DELIMITED BY SIZE
                       " NEW BUILD(S) DURING " DELIMITED BY SIZE
                       WS-SIDE-YEAR DELIMITED BY SIZE
                       " **" DELIMITED BY SIZE
                       INTO WS-DETAIL-LINE
                       WITH POINTER WS-YC-PTR
                END-STRING
             END-IF
          END-PERFORM.
          WRITE YEARCOMP-PRINT-LINE FROM WS-DETAIL-LINE.
          EXIT.
      *
       COPY AUDITPA.
