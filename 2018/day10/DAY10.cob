          FILE STATUS IS WS-INPUT-STATUS.
          COPY LEDGERSL.
          COPY STATSSL.
          COPY BALNCSL.
          SELECT FONT-FILE
          ASSIGN TO WS-FONT-DATASET
          ORGANIZATION IS LINE SEQUENTIAL
          SELECT FRAMES-FILE
          ASSIGN TO WS-FRAMES-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
          SELECT STAR-SUSPENSE-FILE
          ASSIGN TO WS-STAR-SUSPENSE-DATASET
          ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
          FD INPUT-FILE.
             03 INPUT-STR PIC X(80).
       COPY LEDGERFD.
       COPY STATSFD.
       COPY BALNCFD.
          FD FONT-FILE.
          01 FONT-RECORD PIC X(60).
          FD GLYPH-SUSPENSE-FILE.
          01 GLYPH-SUSPENSE-RECORD PIC X(40).
          FD FRAMES-FILE.
          01 FRAMES-RECORD PIC X(210).
          FD STAR-SUSPENSE-FILE.
          01 STAR-SUSPENSE-RECORD PIC X(160).
       WORKING-STORAGE SECTION.
          COPY LEDGERWS.
          COPY STATSWS.
          COPY BALNCWS.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY ALERTWS.
          01 WS-FR-SEC-ED PIC -(17)9.
          01 WS-FR-W-ED PIC ZZZZZ9.
          01 WS-FR-H-ED PIC ZZZZZ9.
      * STAR OUTLIER SCREEN. BEFORE THE SIMULATION THE CONVERGENCE
      * SECOND IS ESTIMATED AS THE MEDIAN OF THE SECONDS AT WHICH
      * NEIGHBOURING STARS MEET IN EACH AXIS - ONE BAD RECORD MOVES
      * ONLY THE FEW ESTIMATES IT TAKES PART IN. A STAR FARTHER THAN
      * DAY10-OUTLIER-DISTANCE FROM THE MEDIAN STAR POSITION AT THAT
      * SECOND, IN EITHER AXIS, NEVER JOINS THE CLUSTER: IT GOES WITH
      * ITS LINE NUMBER TO THE STAR SUSPENSE FILE AND THE ALIGNMENT
      * RUNS WITHOUT IT. IF MORE THAN A QUARTER OF THE SKY WOULD GO,
      * THERE IS NO CLEAR CLUSTER AND NOTHING IS SET ASIDE.
          01 WS-STAR-SOURCE OCCURS 1000.
             03 WS-STAR-LINE PIC 9(5) USAGE BINARY.
             03 WS-STAR-OUTLIER PIC X(1).
             03 WS-STAR-TEXT PIC X(80).
          01 WS-STAR-SUSPENSE-DATASET PIC X(200).
          01 WS-OUTLIER-DISTANCE PIC S9(18) USAGE BINARY VALUE 200.
          77 WS-OUTLIER-MAX PIC 9(4) USAGE BINARY VALUE 250.
          01 WS-OUTLIER-COUNT PIC 9(4) USAGE BINARY VALUE 0.
          01 WS-OUTLIER-TABLE OCCURS 250.
             03 WS-OL-P-X PIC S9(18) USAGE BINARY.
             03 WS-OL-P-Y PIC S9(18) USAGE BINARY.
             03 WS-OL-V-X PIC S9(18) USAGE BINARY.
             03 WS-OL-V-Y PIC S9(18) USAGE BINARY.
          77 WS-SORT-MAX PIC 9(4) USAGE BINARY VALUE 2000.
          01 WS-SORT-COUNT PIC 9(4) USAGE BINARY VALUE 0.
          01 WS-SORT-TABLE OCCURS 2000.
             03 WS-SORT-VALUE PIC S9(18) USAGE BINARY.
          01 WS-MEDIAN PIC S9(18) USAGE BINARY.
          01 WS-EST-SECOND PIC S9(18) USAGE BINARY VALUE 0.
          01 WS-CENTER-X PIC S9(18) USAGE BINARY.
          01 WS-CENTER-Y PIC S9(18) USAGE BINARY.
          01 WS-OFF-X PIC S9(18) USAGE BINARY.
          01 WS-OFF-Y PIC S9(18) USAGE BINARY.
          01 WS-FLAGGED PIC 9(4) USAGE BINARY.
          01 WS-KEEP-COUNT PIC S9(18) USAGE BINARY.
          01 WS-BOX-ALL-W PIC S9(18) USAGE BINARY.
          01 WS-BOX-ALL-H PIC S9(18) USAGE BINARY.
          01 WS-SCREEN-N1-ED PIC -(17)9.
          01 WS-SCREEN-N2-ED PIC -(17)9.
          01 WS-SCREEN-N3-ED PIC -(17)9.
      *
       PROCEDURE DIVISION.
       PARSE-INPUT SECTION.
          PERFORM WRITE-RUN-HEADER.
          MOVE "DAY10_INPUT" TO CAT-LOGICAL-NAME.
          MOVE "./inputs/example.txt" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-INPUT-DATASET.
          OPEN INPUT INPUT-FILE.
          IF WS-INPUT-STATUS NOT = "00"
                NOT AT END
                   ADD 1 TO WS-STATS-RECORDS-READ
                   ADD 1 TO WS-LENGTH
                   MOVE WS-STATS-RECORDS-READ
                      TO WS-STAR-LINE (WS-LENGTH)
                   MOVE INPUT-STR TO WS-STAR-TEXT (WS-LENGTH)
                   UNSTRING INPUT-STR
                      DELIMITED BY "position=<"
                      INTO WS-TMP-STR-2, WS-TMP-STR-1
          END-PERFORM.
          CLOSE INPUT-FILE.
          PERFORM LOAD-PARAMETERS.
          PERFORM SCREEN-STAR-OUTLIERS.
          PERFORM PART-1.
          PERFORM PART-2.
          IF WS-OUTLIER-COUNT > 0
             PERFORM REPORT-BOX-TIGHTENING
          END-IF.
          IF WS-FRAME-WINDOW > 0
             PERFORM WRITE-FRAMES
          END-IF.
          MOVE 0 TO RETURN-CODE.
          MOVE "DAY10" TO WS-STATS-PROGRAM.
          PERFORM WRITE-STATS-RECORD.
          MOVE "DAY10" TO WS-BAL-PROGRAM.
          MOVE WS-STATS-RECORDS-READ TO WS-BAL-READ.
          MOVE WS-LENGTH TO WS-BAL-ACCEPTED.
          MOVE WS-OUTLIER-COUNT TO WS-BAL-SUSPENDED.
          PERFORM WRITE-BALANCE-RECORD.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
       LOAD-FONT-TABLE SECTION.
          MOVE "DAY10_FONT" TO CAT-LOGICAL-NAME.
          MOVE "../../params/font10.cfg" TO CAT-DEFAULT-PATH.
          MOVE "INPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-FONT-DATASET.
          OPEN INPUT FONT-FILE.
          IF WS-FONT-STATUS NOT = "00"
          IF WS-SUSPENSE-OPEN = "N"
             MOVE "DAY10_FONT_SUSPENSE" TO CAT-LOGICAL-NAME
             MOVE "./day10/font_suspense.txt" TO CAT-DEFAULT-PATH
             MOVE "OUTPUT" TO CAT-OPEN-INTENT
             CALL "CATLOOK" USING CAT-LOGICAL-NAME,
                CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT
             MOVE CAT-RESOLVED-PATH TO WS-GLYPH-SUSPENSE-DATASET
             OPEN OUTPUT GLYPH-SUSPENSE-FILE
             MOVE "Y" TO WS-SUSPENSE-OPEN
             MOVE 100 TO WS-PARAM-RESULT
          END-IF.
          MOVE WS-PARAM-RESULT TO WS-FRAME-WINDOW.
          MOVE 200 TO WS-PARAM-DEFAULT.
          MOVE "DAY10-OUTLIER-DISTANCE" TO WS-PARAM-KEY.
          CALL "PARAMCARD" USING WS-CONTROL-FILE, WS-PARAM-KEY,
             WS-PARAM-DEFAULT, WS-PARAM-RESULT.
          IF WS-PARAM-RESULT = 0
             MOVE 200 TO WS-PARAM-RESULT
          END-IF.
          MOVE WS-PARAM-RESULT TO WS-OUTLIER-DISTANCE.
          EXIT.
      *
      * THE SKY SITS AT THE CONVERGENCE SECOND WHEN PART 1 ENDS;
       WRITE-FRAMES SECTION.
          MOVE "DAY10_FRAMES" TO CAT-LOGICAL-NAME.
          MOVE "./day10/frames.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-FRAMES-DATASET.
          OPEN OUTPUT FRAMES-FILE.
          PERFORM VARYING WS-FRAME-IDX FROM 1 BY 1
          END-PERFORM.
          EXIT.
      *
       MEASURE-SKY-BOX SECTION.
          MOVE 999999999999999999 TO WS-FR-MIN-X WS-FR-MIN-Y.
          COMPUTE WS-FR-MAX-X = -999999999999999999.
          COMPUTE WS-FR-MAX-Y = -999999999999999999.
          END-PERFORM.
          COMPUTE WS-FR-WIDTH = WS-FR-MAX-X - WS-FR-MIN-X + 1.
          COMPUTE WS-FR-HEIGHT = WS-FR-MAX-Y - WS-FR-MIN-Y + 1.
          EXIT.
      *
       WRITE-ONE-FRAME SECTION.
          PERFORM MEASURE-SKY-BOX.
          MOVE WS-FRAME-SEC TO WS-FR-SEC-ED.
          MOVE WS-FR-WIDTH TO WS-FR-W-ED.
          MOVE WS-FR-HEIGHT TO WS-FR-H-ED.
          MOVE SPACES TO FRAMES-RECORD.
          WRITE FRAMES-RECORD.
          EXIT.
      *
       SCREEN-STAR-OUTLIERS SECTION.
          IF WS-LENGTH < 3
             GO TO SCREEN-STAR-OUTLIERS-99
          END-IF.
          PERFORM ESTIMATE-CONVERGENCE.
          MOVE 0 TO WS-SORT-COUNT.
          PERFORM VARYING WS-IDX-1 FROM 1 BY 1
          UNTIL WS-IDX-1 > WS-LENGTH OR WS-SORT-COUNT >= WS-SORT-MAX
             ADD 1 TO WS-SORT-COUNT
             COMPUTE WS-SORT-VALUE (WS-SORT-COUNT) = WS-P-X (WS-IDX-1)
                + WS-V-X (WS-IDX-1) * WS-EST-SECOND
          END-PERFORM.
          PERFORM FIND-MEDIAN.
          MOVE WS-MEDIAN TO WS-CENTER-X.
          MOVE 0 TO WS-SORT-COUNT.
          PERFORM VARYING WS-IDX-1 FROM 1 BY 1
          UNTIL WS-IDX-1 > WS-LENGTH OR WS-SORT-COUNT >= WS-SORT-MAX
             ADD 1 TO WS-SORT-COUNT
             COMPUTE WS-SORT-VALUE (WS-SORT-COUNT) = WS-P-Y (WS-IDX-1)
                + WS-V-Y (WS-IDX-1) * WS-EST-SECOND
          END-PERFORM.
          PERFORM FIND-MEDIAN.
          MOVE WS-MEDIAN TO WS-CENTER-Y.
          MOVE 0 TO WS-FLAGGED.
          PERFORM VARYING WS-IDX-1 FROM 1 BY 1
          UNTIL WS-IDX-1 > WS-LENGTH
             MOVE "N" TO WS-STAR-OUTLIER (WS-IDX-1)
             COMPUTE WS-OFF-X = WS-P-X (WS-IDX-1)
                + WS-V-X (WS-IDX-1) * WS-EST-SECOND - WS-CENTER-X
             COMPUTE WS-OFF-Y = WS-P-Y (WS-IDX-1)
                + WS-V-Y (WS-IDX-1) * WS-EST-SECOND - WS-CENTER-Y
             IF FUNCTION ABS (WS-OFF-X) > WS-OUTLIER-DISTANCE OR
                FUNCTION ABS (WS-OFF-Y) > WS-OUTLIER-DISTANCE
                MOVE "Y" TO WS-STAR-OUTLIER (WS-IDX-1)
                ADD 1 TO WS-FLAGGED
             END-IF
          END-PERFORM.
          IF WS-FLAGGED = 0
             GO TO SCREEN-STAR-OUTLIERS-99
          END-IF.
          IF WS-FLAGGED * 4 > WS-LENGTH OR WS-FLAGGED > WS-OUTLIER-MAX
             MOVE WS-FLAGGED TO WS-SCREEN-N1-ED
             DISPLAY "DAY10: " FUNCTION TRIM (WS-SCREEN-N1-ED)
                " STAR(S) FAR FROM THE "
                "MEDIAN - NO CLEAR CLUSTER, NONE SET ASIDE"
             GO TO SCREEN-STAR-OUTLIERS-99
          END-IF.
          MOVE "DAY10_STAR_SUSPENSE" TO CAT-LOGICAL-NAME.
          MOVE "./day10/star_suspense.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-STAR-SUSPENSE-DATASET.
          OPEN OUTPUT STAR-SUSPENSE-FILE.
          MOVE 0 TO WS-KEEP-COUNT.
          PERFORM VARYING WS-IDX-1 FROM 1 BY 1
          UNTIL WS-IDX-1 > WS-LENGTH
             IF WS-STAR-OUTLIER (WS-IDX-1) = "Y"
                PERFORM SET-ASIDE-STAR
             ELSE
                ADD 1 TO WS-KEEP-COUNT
                IF WS-KEEP-COUNT NOT = WS-IDX-1
                   MOVE WS-TABLE (WS-IDX-1) TO WS-TABLE (WS-KEEP-COUNT)
                   MOVE WS-STAR-SOURCE (WS-IDX-1)
                      TO WS-STAR-SOURCE (WS-KEEP-COUNT)
                END-IF
             END-IF
          END-PERFORM.
          CLOSE STAR-SUSPENSE-FILE.
          MOVE WS-KEEP-COUNT TO WS-LENGTH.
          MOVE "W" TO ALERT-SEVERITY.
          MOVE "DAY10" TO ALERT-PROGRAM.
          MOVE WS-OUTLIER-COUNT TO WS-SCREEN-N1-ED.
          MOVE SPACES TO ALERT-MESSAGE.
          STRING "NON-CONVERGING STARS SET ASIDE: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SCREEN-N1-ED) DELIMITED BY SIZE
                 INTO ALERT-MESSAGE
          END-STRING.
          CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
             ALERT-MESSAGE.
       SCREEN-STAR-OUTLIERS-99.
          EXIT.
      *
      * PAIRS THAT ARE MOVING APART MEET IN THE PAST AND GIVE NO
      * ESTIMATE; THE MESSAGE FORMS AFTER THE FEED WAS TAKEN.
       ESTIMATE-CONVERGENCE SECTION.
          MOVE 0 TO WS-SORT-COUNT.
          PERFORM VARYING WS-IDX-1 FROM 1 BY 1
          UNTIL WS-IDX-1 >= WS-LENGTH
             COMPUTE WS-IDX-2 = WS-IDX-1 + 1
             IF WS-V-X (WS-IDX-1) NOT = WS-V-X (WS-IDX-2) AND
                WS-SORT-COUNT < WS-SORT-MAX
                COMPUTE WS-TMP-1 ROUNDED =
                   (WS-P-X (WS-IDX-2) - WS-P-X (WS-IDX-1)) /
                   (WS-V-X (WS-IDX-1) - WS-V-X (WS-IDX-2))
                IF WS-TMP-1 >= 0
                   ADD 1 TO WS-SORT-COUNT
                   MOVE WS-TMP-1 TO WS-SORT-VALUE (WS-SORT-COUNT)
                END-IF
             END-IF
             IF WS-V-Y (WS-IDX-1) NOT = WS-V-Y (WS-IDX-2) AND
                WS-SORT-COUNT < WS-SORT-MAX
                COMPUTE WS-TMP-1 ROUNDED =
                   (WS-P-Y (WS-IDX-2) - WS-P-Y (WS-IDX-1)) /
                   (WS-V-Y (WS-IDX-1) - WS-V-Y (WS-IDX-2))
                IF WS-TMP-1 >= 0
                   ADD 1 TO WS-SORT-COUNT
                   MOVE WS-TMP-1 TO WS-SORT-VALUE (WS-SORT-COUNT)
                END-IF
             END-IF
          END-PERFORM.
          MOVE 0 TO WS-EST-SECOND.
          IF WS-SORT-COUNT > 0
             PERFORM FIND-MEDIAN
             MOVE WS-MEDIAN TO WS-EST-SECOND
          END-IF.
          EXIT.
      *
      * MEDIAN OF THE FIRST WS-SORT-COUNT ENTRIES; THE REST OF THE
      * TABLE IS FILLED HIGH SO IT SORTS TO THE END.
       FIND-MEDIAN SECTION.
          COMPUTE WS-IDX-2 = WS-SORT-COUNT + 1.
          PERFORM UNTIL WS-IDX-2 > WS-SORT-MAX
             MOVE 999999999999999999 TO WS-SORT-VALUE (WS-IDX-2)
             ADD 1 TO WS-IDX-2
          END-PERFORM.
          SORT WS-SORT-TABLE ASCENDING KEY WS-SORT-VALUE.
          COMPUTE WS-IDX-2 = (WS-SORT-COUNT + 1) / 2.
          MOVE WS-SORT-VALUE (WS-IDX-2) TO WS-MEDIAN.
          EXIT.
      *
       SET-ASIDE-STAR SECTION.
          ADD 1 TO WS-OUTLIER-COUNT.
          MOVE WS-P-X (WS-IDX-1) TO WS-OL-P-X (WS-OUTLIER-COUNT).
          MOVE WS-P-Y (WS-IDX-1) TO WS-OL-P-Y (WS-OUTLIER-COUNT).
          MOVE WS-V-X (WS-IDX-1) TO WS-OL-V-X (WS-OUTLIER-COUNT).
          MOVE WS-V-Y (WS-IDX-1) TO WS-OL-V-Y (WS-OUTLIER-COUNT).
          COMPUTE WS-OFF-X = WS-P-X (WS-IDX-1)
             + WS-V-X (WS-IDX-1) * WS-EST-SECOND - WS-CENTER-X.
          COMPUTE WS-OFF-Y = WS-P-Y (WS-IDX-1)
             + WS-V-Y (WS-IDX-1) * WS-EST-SECOND - WS-CENTER-Y.
          MOVE WS-STAR-LINE (WS-IDX-1) TO WS-SCREEN-N1-ED.
          MOVE WS-OFF-X TO WS-SCREEN-N2-ED.
          MOVE WS-OFF-Y TO WS-SCREEN-N3-ED.
          MOVE WS-EST-SECOND TO WS-FR-SEC-ED.
          MOVE SPACES TO STAR-SUSPENSE-RECORD.
          STRING "LINE " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SCREEN-N1-ED) DELIMITED BY SIZE
                 ": OFF CLUSTER BY X=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SCREEN-N2-ED) DELIMITED BY SIZE
                 " Y=" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SCREEN-N3-ED) DELIMITED BY SIZE
                 " AT SECOND " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-FR-SEC-ED) DELIMITED BY SIZE
                 ": " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-STAR-TEXT (WS-IDX-1))
                    DELIMITED BY SIZE
                 INTO STAR-SUSPENSE-RECORD
          END-STRING.
          WRITE STAR-SUSPENSE-RECORD.
          EXIT.
      *
      * THE SKY STANDS AT THE ALIGNED SECOND. THE BOX WITH THE
      * SET-ASIDE STARS PUT BACK IS WHAT THE ALIGNMENT WOULD HAVE HAD
      * TO FIT; THE BOX WITHOUT THEM IS WHAT IT FITS NOW.
       REPORT-BOX-TIGHTENING SECTION.
          PERFORM MEASURE-SKY-BOX.
          MOVE WS-FR-WIDTH TO WS-BOX-ALL-W.
          MOVE WS-FR-HEIGHT TO WS-BOX-ALL-H.
          PERFORM VARYING WS-IDX-1 FROM 1 BY 1
          UNTIL WS-IDX-1 > WS-OUTLIER-COUNT
             COMPUTE WS-TMP-1 = WS-OL-P-X (WS-IDX-1)
                + WS-OL-V-X (WS-IDX-1) * WS-SECONDS
             COMPUTE WS-TMP-2 = WS-OL-P-Y (WS-IDX-1)
                + WS-OL-V-Y (WS-IDX-1) * WS-SECONDS
             IF WS-TMP-1 < WS-FR-MIN-X
                MOVE WS-TMP-1 TO WS-FR-MIN-X
             END-IF
             IF WS-TMP-1 > WS-FR-MAX-X
                MOVE WS-TMP-1 TO WS-FR-MAX-X
             END-IF
             IF WS-TMP-2 < WS-FR-MIN-Y
                MOVE WS-TMP-2 TO WS-FR-MIN-Y
             END-IF
             IF WS-TMP-2 > WS-FR-MAX-Y
                MOVE WS-TMP-2 TO WS-FR-MAX-Y
             END-IF
          END-PERFORM.
          COMPUTE WS-BOX-ALL-W = WS-FR-MAX-X - WS-FR-MIN-X + 1.
          COMPUTE WS-BOX-ALL-H = WS-FR-MAX-Y - WS-FR-MIN-Y + 1.
          MOVE WS-SECONDS TO WS-FR-SEC-ED.
          MOVE WS-BOX-ALL-W TO WS-SCREEN-N1-ED.
          MOVE WS-BOX-ALL-H TO WS-SCREEN-N2-ED.
          MOVE WS-FR-WIDTH TO WS-FR-W-ED.
          MOVE WS-FR-HEIGHT TO WS-FR-H-ED.
          MOVE WS-OUTLIER-COUNT TO WS-SCREEN-N3-ED.
          DISPLAY "DAY10: " FUNCTION TRIM (WS-SCREEN-N3-ED)
             " NON-CONVERGING STAR(S) SET ASIDE TO THE STAR "
             "SUSPENSE FILE".
          DISPLAY "DAY10: BOX AT SECOND " FUNCTION TRIM (WS-FR-SEC-ED)
             " TIGHTENED FROM " FUNCTION TRIM (WS-SCREEN-N1-ED) "X"
             FUNCTION TRIM (WS-SCREEN-N2-ED) " TO "
             FUNCTION TRIM (WS-FR-W-ED) "X" FUNCTION TRIM (WS-FR-H-ED).
          EXIT.
      *
       COPY AUDITPA.
       COPY LEDGERPA.
       COPY STATSPA.
       COPY BALNCPA.
