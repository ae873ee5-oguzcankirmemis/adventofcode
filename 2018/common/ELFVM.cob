      * THE FUNCTION CODES (EXECUTE BY NUMBER, EXECUTE BY MNEMONIC,
      * SINGLE-STEP WITH INSTRUCTION-POINTER BINDING, AND THE TWO
      * MNEMONIC/NUMBER RESOLVERS THAT FEED CALLER TRACE HOOKS).
      * ON ITS FIRST CALL IN A RUN THE EMULATOR RECORDS ITS OWN BUILD
      * (ITS COMPILE TIMESTAMP) IN THE VERSION REGISTRY UNDER THE
      * CALLING PROGRAM (SEE VERSREG), SO A RECOMPILE OF ELFVM SHOWS
      * AGAINST EVERY DAY THAT USES IT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
             03 WS-MNEMONIC PIC X(4) OCCURS 16.
          01 WS-WORK-MNEMONIC PIC X(4).
          01 WS-IDX PIC 9(2) USAGE COMP-5.
          01 WS-VM-REGISTERED PIC X(1) VALUE "N".
          01 WS-VM-NAME PIC X(10) VALUE "ELFVM".
          01 WS-VM-COMPILED PIC X(21).
          01 WS-VM-BUILD-ID PIC X(14).
          01 WS-VM-BUILD-DATE PIC X(8).
       LINKAGE SECTION.
          01 L-VM-CONTROL.
             03 L-FUNCTION PIC X(1).
       PROCEDURE DIVISION USING L-VM-CONTROL, L-VM-REGISTERS,
              L-VM-INSTRUCTION.
       VM-DISPATCH SECTION.
           IF WS-VM-REGISTERED = "N"
              PERFORM VM-REGISTER-BUILD
           END-IF.
           EVALUATE L-FUNCTION
              WHEN "E"
                 PERFORM VM-EXECUTE
                 END-IF
           END-EVALUATE.
           EXIT PROGRAM.
      *
       VM-REGISTER-BUILD SECTION.
           MOVE "Y" TO WS-VM-REGISTERED.
           MOVE FUNCTION WHEN-COMPILED TO WS-VM-COMPILED.
           MOVE WS-VM-COMPILED (1:14) TO WS-VM-BUILD-ID.
           MOVE WS-VM-COMPILED (1:8) TO WS-VM-BUILD-DATE.
           CALL "VERSREG" USING WS-VM-NAME, WS-VM-BUILD-ID,
              WS-VM-BUILD-DATE
             ON EXCEPTION
              CONTINUE
           END-CALL.
           EXIT.
      *
       VM-RESOLVE-MNEMONIC SECTION.
           MOVE FUNCTION UPPER-CASE (L-MNEMONIC)
