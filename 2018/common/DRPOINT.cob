       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRPOINT.
       AUTHOR. OK999.
      * DISASTER-RECOVERY RECOVERY-POINT REPORT. SAYS EXACTLY WHICH
      * RUN THE DR COPY CAN BE RESTORED TO. THE OK SHIPMENTS ON THE
      * SHIPMENT LOG (SEE DRSHPWS) ARE TAKEN NEWEST FIRST AND EACH IS
      * RE-VERIFIED AT THE DR SITE - EVERY FILE ON ITS MANIFEST MUST
      * STILL BE THERE WITH THE CHECKSUM IT WAS SHIPPED WITH. THE
      * FIRST SHIPMENT THAT VERIFIES IS THE RECOVERY POINT: A RESTORE
      * FROM IT PUTS BACK THE STATE AS AT THE END OF ITS RUN, AND
      * EVERY RUN SINCE MUST BE RE-RUN (OR RECOVERED FORWARD FROM THE
      * STATE JOURNAL SHIPPED WITH IT). THE REPORT ALSO LISTS THE
      * RUNS THE DR COPY DOES NOT COVER, ANY NEWER SHIPMENT THAT NO
      * LONGER VERIFIES, THE FAILED AND SKIPPED ATTEMPTS SINCE THE
      * LAST GOOD SHIPMENT, AND THE RECENT SHIPMENT HISTORY.
      * RETURN CODES: 0 - DR COPY VERIFIED AND CURRENT.
      *               4 - DR COPY VERIFIED BUT BEHIND THE LAST RUN,
      *                   OR A NEWER SHIPMENT FAILS VERIFICATION.
      *               8 - NO SHIPMENT AT THE DR SITE VERIFIES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          COPY DRSHPSL.
          SELECT MANIFEST-FILE
             ASSIGN TO WS-MANIFEST-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MANIFEST-STATUS.
          SELECT CHECK-FILE
             ASSIGN TO WS-CHECK-DATASET
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CHECK-STATUS.
          SELECT DR-POINT-REPORT-FILE
             ASSIGN TO WS-DR-POINT-REPORT-DATASET
             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA DIVISION.
       FILE SECTION.
          COPY DRSHPFD.
          FD MANIFEST-FILE.
          01 MANIFEST-RECORD PIC X(300).
          FD CHECK-FILE.
          01 CHECK-RECORD PIC X(40).
          FD DR-POINT-REPORT-FILE.
          01 DR-POINT-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
          COPY AUDITWS.
          COPY CATLKWS.
          COPY RPTWRTWS.
          COPY ALERTWS.
          COPY DRSHPWS.
          01 WS-DR-POINT-REPORT-DATASET PIC X(200).
          01 WS-MANIFEST-DATASET PIC X(200).
          01 WS-MANIFEST-STATUS PIC X(2) VALUE SPACES.
          01 WS-MANIFEST-EOF PIC X(1).
          01 WS-CHECK-DATASET PIC X(200) VALUE "./drpoint.ck".
          01 WS-CHECK-STATUS PIC X(2) VALUE SPACES.
          01 WS-COMMAND PIC X(600).
          01 WS-DETAIL-LINE PIC X(132).
          01 WS-MAN-PARSE.
             03 WS-M-NAME PIC X(20).
             03 WS-M-ORIGINAL PIC X(120).
             03 WS-M-STORED PIC X(120).
             03 WS-M-BYTES PIC X(12).
             03 WS-M-CHECKSUM PIC X(12).
          01 WS-SITE-CHECKSUM PIC X(12).
          01 WS-MAN-FILES PIC 9(5).
          01 WS-MAN-BAD PIC 9(5).
          01 WS-MAN-TRAILER PIC X(1).
          01 WS-POINT-IDX PIC 9(4) VALUE 0.
          01 WS-POINT-FILES PIC 9(5) VALUE 0.
          01 WS-POINT-RUN-NUM PIC 9(8) VALUE 0.
          01 WS-STALE-COUNT PIC 9(4) VALUE 0.
          01 WS-BEHIND PIC 9(8) VALUE 0.
          01 WS-FIRST-UNCOVERED PIC 9(8).
          01 WS-VERIFY-DONE PIC X(1).
          01 WS-SHOW-RUN PIC Z(7)9.
          01 WS-SHOW-RUN-2 PIC Z(7)9.
          01 WS-SHOW-FILES PIC ZZZZ9.
          01 WS-SHOW-BAD PIC ZZZZ9.
      *
       PROCEDURE DIVISION.
       MAIN SECTION.
          MOVE "DRPOINT" TO WS-AUDIT-PROGRAM.
          PERFORM WRITE-RUN-HEADER.
          PERFORM LOAD-SHIPMENT-LOG.
          PERFORM OPEN-DR-POINT-REPORT.
          PERFORM WRITE-LAST-RUN.
          MOVE "N" TO WS-VERIFY-DONE.
          PERFORM VARYING DS-IDX FROM DS-HIST-COUNT BY -1
          UNTIL DS-IDX < 1 OR WS-VERIFY-DONE = "Y"
             IF DS-H-STATUS (DS-IDX) = "OK"
                PERFORM VERIFY-SHIPMENT
             END-IF
          END-PERFORM.
          PERFORM WRITE-RECOVERY-POINT.
          PERFORM WRITE-COVERAGE.
          PERFORM WRITE-ATTEMPTS-SINCE.
          PERFORM WRITE-SHIPMENT-HISTORY.
          PERFORM CLOSE-DR-POINT-REPORT.
          IF WS-POINT-IDX = 0
             PERFORM ALERT-NO-RECOVERY-POINT
             MOVE 8 TO RETURN-CODE
          ELSE
             IF WS-STALE-COUNT > 0
                PERFORM ALERT-STALE-SHIPMENTS
             END-IF
             IF WS-BEHIND > 0 OR WS-STALE-COUNT > 0
                MOVE 4 TO RETURN-CODE
             ELSE
                MOVE 0 TO RETURN-CODE
             END-IF
          END-IF.
          PERFORM WRITE-RUN-TRAILER.
          STOP RUN.
      *
      * RE-CHECKSUMS EVERY COPY ON THE MANIFEST OF HISTORY ENTRY
      * DS-IDX WHERE IT SITS AT THE DR SITE. A MISSING MANIFEST, A
      * MANIFEST WITHOUT ITS TRAILER, OR ANY MISSING OR CHANGED COPY
      * FAILS THE SHIPMENT.
       VERIFY-SHIPMENT SECTION.
          MOVE 0 TO WS-MAN-FILES WS-MAN-BAD.
          MOVE "N" TO WS-MAN-TRAILER.
          MOVE SPACES TO WS-MANIFEST-DATASET.
          STRING FUNCTION TRIM (DS-H-DIRECTORY (DS-IDX))
                    DELIMITED BY SIZE
                 "/manifest.txt" DELIMITED BY SIZE
                 INTO WS-MANIFEST-DATASET
          END-STRING.
          OPEN INPUT MANIFEST-FILE.
          IF WS-MANIFEST-STATUS NOT = "00"
             MOVE SPACES TO WS-DETAIL-LINE
             STRING "SHIPMENT " DELIMITED BY SIZE
                    DS-H-SEQ (DS-IDX) DELIMITED BY SIZE
                    " (RUN " DELIMITED BY SIZE
                    FUNCTION TRIM (DS-H-RUN (DS-IDX))
                       DELIMITED BY SIZE
                    ") FAILS VERIFICATION - MANIFEST NOT AT DR SITE"
                       DELIMITED BY SIZE
                    INTO WS-DETAIL-LINE
             END-STRING
             PERFORM WRITE-DR-POINT-DETAIL
             ADD 1 TO WS-STALE-COUNT
             GO TO VERIFY-SHIPMENT-99
          END-IF.
          MOVE "N" TO WS-MANIFEST-EOF.
          PERFORM UNTIL WS-MANIFEST-EOF = "Y"
             READ MANIFEST-FILE
                AT END
                   MOVE "Y" TO WS-MANIFEST-EOF
                NOT AT END
                   PERFORM VERIFY-ONE-COPY
             END-READ
          END-PERFORM.
          CLOSE MANIFEST-FILE.
          MOVE SPACES TO WS-COMMAND.
          STRING "rm -f " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-CHECK-DATASET) DELIMITED BY SIZE
                 INTO WS-COMMAND
          END-STRING.
          CALL "SYSTEM" USING WS-COMMAND.
          IF WS-MAN-BAD = 0 AND WS-MAN-TRAILER = "Y"
             MOVE DS-IDX TO WS-POINT-IDX
             MOVE WS-MAN-FILES TO WS-POINT-FILES
             MOVE "Y" TO WS-VERIFY-DONE
             GO TO VERIFY-SHIPMENT-99
          END-IF.
          ADD 1 TO WS-STALE-COUNT.
          MOVE WS-MAN-FILES TO WS-SHOW-FILES.
          MOVE WS-MAN-BAD TO WS-SHOW-BAD.
          MOVE SPACES TO WS-DETAIL-LINE.
          IF WS-MAN-TRAILER = "N"
             STRING "SHIPMENT " DELIMITED BY SIZE
                    DS-H-SEQ (DS-IDX) DELIMITED BY SIZE
                    " (RUN " DELIMITED BY SIZE
                    FUNCTION TRIM (DS-H-RUN (DS-IDX))
                       DELIMITED BY SIZE
                    ") FAILS VERIFICATION - MANIFEST INCOMPLETE"
                       DELIMITED BY SIZE
                    INTO WS-DETAIL-LINE
             END-STRING
          ELSE
             STRING "SHIPMENT " DELIMITED BY SIZE
                    DS-H-SEQ (DS-IDX) DELIMITED BY SIZE
                    " (RUN " DELIMITED BY SIZE
                    FUNCTION TRIM (DS-H-RUN (DS-IDX))
                       DELIMITED BY SIZE
                    ") FAILS VERIFICATION - " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SHOW-BAD) DELIMITED BY SIZE
                    " OF " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SHOW-FILES) DELIMITED BY SIZE
                    " FILE(S) MISSING OR CHANGED" DELIMITED BY SIZE
                    INTO WS-DETAIL-LINE
             END-STRING
          END-IF.
          PERFORM WRITE-DR-POINT-DETAIL.
       VERIFY-SHIPMENT-99.
          EXIT.
      *
       VERIFY-ONE-COPY SECTION.
          IF MANIFEST-RECORD (1:4) = "*** "
             MOVE "Y" TO WS-MAN-TRAILER
             GO TO VERIFY-ONE-COPY-99
          END-IF.
          IF MANIFEST-RECORD (1:12) = "DR SHIPMENT " OR
             MANIFEST-RECORD = SPACES
             GO TO VERIFY-ONE-COPY-99
          END-IF.
          MOVE SPACES TO WS-MAN-PARSE.
          UNSTRING MANIFEST-RECORD DELIMITED BY "|"
             INTO WS-M-NAME, WS-M-ORIGINAL, WS-M-STORED,
                  WS-M-BYTES, WS-M-CHECKSUM.
          IF WS-M-STORED = SPACES
             GO TO VERIFY-ONE-COPY-99
          END-IF.
          ADD 1 TO WS-MAN-FILES.
          MOVE SPACES TO WS-COMMAND.
          STRING "rm -f " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-CHECK-DATASET) DELIMITED BY SIZE
                 "; [ -f " DELIMITED BY SIZE
                 FUNCTION TRIM (DS-H-DIRECTORY (DS-IDX))
                    DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-M-STORED) DELIMITED BY SIZE
                 " ] && cksum < " DELIMITED BY SIZE
                 FUNCTION TRIM (DS-H-DIRECTORY (DS-IDX))
                    DELIMITED BY SIZE
                 "/" DELIMITED BY SIZE
                 FUNCTION TRIM (WS-M-STORED) DELIMITED BY SIZE
                 " | cut -d' ' -f1 > " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-CHECK-DATASET) DELIMITED BY SIZE
                 INTO WS-COMMAND
          END-STRING.
          CALL "SYSTEM" USING WS-COMMAND.
          MOVE SPACES TO WS-SITE-CHECKSUM.
          OPEN INPUT CHECK-FILE.
          IF WS-CHECK-STATUS = "00"
             READ CHECK-FILE
                AT END
                   CONTINUE
                NOT AT END
                   MOVE CHECK-RECORD TO WS-SITE-CHECKSUM
             END-READ
             CLOSE CHECK-FILE
          END-IF.
          IF WS-SITE-CHECKSUM = SPACES OR
             WS-SITE-CHECKSUM NOT = WS-M-CHECKSUM
             ADD 1 TO WS-MAN-BAD
             DISPLAY "DRPOINT: SHIPMENT " DS-H-SEQ (DS-IDX) " - "
                FUNCTION TRIM (WS-M-STORED) " MISSING OR CHANGED"
          END-IF.
       VERIFY-ONE-COPY-99.
          EXIT.
      *
       WRITE-LAST-RUN SECTION.
          MOVE DS-CURRENT-RUN TO WS-SHOW-RUN.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING "LAST RUN ISSUED: " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SHOW-RUN) DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-DR-POINT-DETAIL.
          EXIT.
      *
       WRITE-RECOVERY-POINT SECTION.
          IF WS-POINT-IDX = 0
             MOVE "RECOVERY POINT: NONE - NO SHIPMENT AT THE DR SITE VE
      -"RIFIES" TO WS-DETAIL-LINE
             PERFORM WRITE-DR-POINT-DETAIL
             MOVE DS-CURRENT-RUN TO WS-BEHIND
             GO TO WRITE-RECOVERY-POINT-99
          END-IF.
          MOVE WS-POINT-FILES TO WS-SHOW-FILES.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING "RECOVERY POINT: DR COPY RESTORABLE TO END OF RUN "
                    DELIMITED BY SIZE
                 FUNCTION TRIM (DS-H-RUN (WS-POINT-IDX))
                    DELIMITED BY SIZE
                 " (SHIPMENT " DELIMITED BY SIZE
                 DS-H-SEQ (WS-POINT-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 DS-H-DATE (WS-POINT-IDX) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 DS-H-TIME (WS-POINT-IDX) DELIMITED BY SIZE
                 ", " DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SHOW-FILES) DELIMITED BY SIZE
                 " FILE(S) VERIFIED)" DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-DR-POINT-DETAIL.
          MOVE 0 TO WS-POINT-RUN-NUM.
          IF FUNCTION TRIM (DS-H-RUN (WS-POINT-IDX)) IS NUMERIC
             COMPUTE WS-POINT-RUN-NUM =
                FUNCTION NUMVAL (DS-H-RUN (WS-POINT-IDX))
          END-IF.
          IF DS-CURRENT-RUN > WS-POINT-RUN-NUM
             COMPUTE WS-BEHIND = DS-CURRENT-RUN - WS-POINT-RUN-NUM
          ELSE
             MOVE 0 TO WS-BEHIND
          END-IF.
       WRITE-RECOVERY-POINT-99.
          EXIT.
      *
       WRITE-COVERAGE SECTION.
          MOVE DS-CURRENT-RUN TO WS-SHOW-RUN.
          IF WS-BEHIND = 0
             MOVE "DR COPY IS CURRENT - NO RUNS TO RE-RUN AFTER A RESTOR
      -"E" TO WS-DETAIL-LINE
          ELSE
             COMPUTE WS-FIRST-UNCOVERED =
                DS-CURRENT-RUN - WS-BEHIND + 1
             MOVE WS-FIRST-UNCOVERED TO WS-SHOW-RUN-2
             MOVE SPACES TO WS-DETAIL-LINE
             STRING "RUNS NOT COVERED BY THE DR COPY: "
                       DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SHOW-RUN-2) DELIMITED BY SIZE
                    " THRU " DELIMITED BY SIZE
                    FUNCTION TRIM (WS-SHOW-RUN) DELIMITED BY SIZE
                    INTO WS-DETAIL-LINE
             END-STRING
          END-IF.
          PERFORM WRITE-DR-POINT-DETAIL.
          EXIT.
      *
       WRITE-ATTEMPTS-SINCE SECTION.
          MOVE DS-BAD-SINCE TO WS-SHOW-BAD.
          MOVE SPACES TO WS-DETAIL-LINE.
          STRING "FAILED OR SKIPPED SHIPMENTS SINCE THE LAST GOOD ONE: "
                    DELIMITED BY SIZE
                 FUNCTION TRIM (WS-SHOW-BAD) DELIMITED BY SIZE
                 INTO WS-DETAIL-LINE
          END-STRING.
          PERFORM WRITE-DR-POINT-DETAIL.
          EXIT.
      *
       WRITE-SHIPMENT-HISTORY SECTION.
          MOVE "SHIPMENT HISTORY (MOST RECENT LAST):" TO WS-DETAIL-LINE.
          PERFORM WRITE-DR-POINT-DETAIL.
          IF DS-HIST-COUNT = 0
             MOVE "  NO DR SHIPMENT HAS EVER BEEN ATTEMPTED"
                TO WS-DETAIL-LINE
             PERFORM WRITE-DR-POINT-DETAIL
          END-IF.
          PERFORM VARYING DS-IDX FROM 1 BY 1
          UNTIL DS-IDX > DS-HIST-COUNT
             MOVE SPACES TO WS-DETAIL-LINE
             STRING "  " DELIMITED BY SIZE
                    DS-H-SEQ (DS-IDX) DELIMITED BY SIZE
                    " RUN " DELIMITED BY SIZE
                    DS-H-RUN (DS-IDX) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    DS-H-DATE (DS-IDX) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    DS-H-TIME (DS-IDX) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    DS-H-STATUS (DS-IDX) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    DS-H-FILES (DS-IDX) DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    DS-H-NOTE (DS-IDX) DELIMITED BY SIZE
                    INTO WS-DETAIL-LINE
             END-STRING
             PERFORM WRITE-DR-POINT-DETAIL
          END-PERFORM.
          EXIT.
      *
       ALERT-NO-RECOVERY-POINT SECTION.
          MOVE "S" TO ALERT-SEVERITY.
          MOVE "DRPOINT" TO ALERT-PROGRAM.
          MOVE "NO DR SHIPMENT VERIFIES AT THE DR SITE - THERE IS NO REC
      -"OVERY POINT" TO ALERT-MESSAGE.
          CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
             ALERT-MESSAGE.
          EXIT.
      *
       ALERT-STALE-SHIPMENTS SECTION.
          MOVE WS-STALE-COUNT TO WS-SHOW-BAD.
          MOVE "W" TO ALERT-SEVERITY.
          MOVE "DRPOINT" TO ALERT-PROGRAM.
          MOVE SPACES TO ALERT-MESSAGE.
          STRING FUNCTION TRIM (WS-SHOW-BAD) DELIMITED BY SIZE
                 " NEWER DR SHIPMENT(S) FAIL VERIFICATION - RECOVERY "
                    DELIMITED BY SIZE
                 "POINT IS RUN " DELIMITED BY SIZE
                 FUNCTION TRIM (DS-H-RUN (WS-POINT-IDX))
                    DELIMITED BY SIZE
                 INTO ALERT-MESSAGE
          END-STRING.
          CALL "ALERTLOG" USING ALERT-SEVERITY, ALERT-PROGRAM,
             ALERT-MESSAGE.
          EXIT.
      *
       OPEN-DR-POINT-REPORT SECTION.
          MOVE "DR_POINT_REPORT" TO CAT-LOGICAL-NAME.
          MOVE "../../results/drpoint.txt" TO CAT-DEFAULT-PATH.
          MOVE "OUTPUT" TO CAT-OPEN-INTENT.
          CALL "CATLOOK" USING CAT-LOGICAL-NAME,
             CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
          MOVE CAT-RESOLVED-PATH TO WS-DR-POINT-REPORT-DATASET.
          OPEN OUTPUT DR-POINT-REPORT-FILE.
          MOVE "DRPOINT" TO RPT-PROGRAM.
          MOVE "DISASTER-RECOVERY RECOVERY-POINT REPORT" TO RPT-TITLE.
          MOVE "H" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-DR-POINT-STAMPS.
          EXIT.
      *
       WRITE-DR-POINT-DETAIL SECTION.
          MOVE "D" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-DR-POINT-STAMPS.
          WRITE DR-POINT-REPORT-RECORD FROM WS-DETAIL-LINE.
          EXIT.
      *
       CLOSE-DR-POINT-REPORT SECTION.
          MOVE "T" TO RPT-FUNCTION.
          CALL "RPTWRITE" USING RPT-CONTROL.
          PERFORM WRITE-DR-POINT-STAMPS.
          CLOSE DR-POINT-REPORT-FILE.
          EXIT.
      *
       WRITE-DR-POINT-STAMPS SECTION.
          IF RPT-OUT-COUNT >= 1
             WRITE DR-POINT-REPORT-RECORD FROM RPT-OUT-LINE-1
          END-IF.
          IF RPT-OUT-COUNT >= 2
             WRITE DR-POINT-REPORT-RECORD FROM RPT-OUT-LINE-2
          END-IF.
          IF RPT-OUT-COUNT >= 3
             WRITE DR-POINT-REPORT-RECORD FROM RPT-OUT-LINE-3
          END-IF.
          EXIT.
      *
       COPY DRSHPPA.
      *
       COPY AUDITPA.
