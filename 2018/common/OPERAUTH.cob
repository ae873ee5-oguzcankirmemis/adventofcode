      * CONFIRM) CALL THIS MODULE WITH THEIR OWN PROGRAM NAME; THE
      * CURRENT OPERATOR_ID IS MATCHED AGAINST THE AUTHORIZATION
      * LIST (PARAMS/OPERATORS.CFG, ONE OPERATOR|PROGRAM PAIR PER
      * LINE, PROGRAM "ALL" GRANTING EVERYTHING BUT THE SIGN-OFFS
      * BELOW) AND L-AUTHORIZED COMES BACK Y OR N. A MISSING LIST
      * AUTHORIZES NOBODY - THE SAFE DEFAULT FOR UTILITIES THAT
      * REWRITE MASTERS. A BUSINESS OWNER'S SIGN-OFF (EXTRREL) IS NOT
      * COVERED BY ALL: IT NEEDS A GRANT NAMING THE PROGRAM, SO THE
      * DESK'S BLANKET GRANT CANNOT RELEASE WHAT THE STREAM HELD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             03 WS-P-PROGRAM PIC X(10).
       LINKAGE SECTION.
          01 L-PROGRAM PIC X(10).
             88 L-EXPLICIT-GRANT-ONLY VALUE "EXTRREL".
          01 L-AUTHORIZED PIC X(1).
       PROCEDURE DIVISION USING L-PROGRAM, L-AUTHORIZED.
       CHECK-AUTHORIZATION SECTION.
           END-IF.
           MOVE "OPERATOR_AUTH" TO CAT-LOGICAL-NAME.
           MOVE "../../params/operators.cfg" TO CAT-DEFAULT-PATH.
           MOVE "INPUT" TO CAT-OPEN-INTENT.
           CALL "CATLOOK" USING CAT-LOGICAL-NAME,
              CAT-DEFAULT-PATH, CAT-RESOLVED-PATH, CAT-OPEN-INTENT.
           MOVE CAT-RESOLVED-PATH TO WS-AUTH-DATASET.
           OPEN INPUT AUTH-FILE.
           IF WS-AUTH-STATUS NOT = "00"
              FUNCTION TRIM (WS-OPERATOR)
              GO TO MATCH-AUTH-RECORD-99
           END-IF.
           IF FUNCTION TRIM (WS-P-PROGRAM) =
              FUNCTION TRIM (L-PROGRAM)
              MOVE "Y" TO L-AUTHORIZED
           END-IF.
           IF FUNCTION TRIM (WS-P-PROGRAM) = "ALL" AND
              NOT L-EXPLICIT-GRANT-ONLY
              MOVE "Y" TO L-AUTHORIZED
           END-IF.
       MATCH-AUTH-RECORD-99.
           EXIT.
