      * HAS ALWAYS LACKED; A RUN STARTED WITHOUT ONE IS REFUSED
      * WITH A SEVERE ALERT. THE ALERT ITEMS CARRY THE WS-AUDIT
      * PREFIX SO PROGRAMS THAT ALSO COPY ALERTWS DO NOT COLLIDE.
      * THE BUILD ID IS THE PROGRAM'S OWN COMPILE TIMESTAMP
      * (YYYYMMDDHHMMSS) AND THE BUILD DATE ITS FIRST EIGHT; BOTH ARE
      * SET BY THE RUN HEADER AND CARRIED INTO THE JOB LOG, THE STATS
      * ROW AND THE VERSION REGISTRY (SEE VERSREG).
           01 WS-AUDIT-PROGRAM PIC X(10) VALUE SPACES.
           01 WS-AUDIT-OPERATOR PIC X(8) VALUE SPACES.
           01 WS-AUDIT-ALERT-SEV PIC X(1).
           01 WS-AUDIT-TYPE PIC X(1).
           01 WS-AUDIT-RC PIC S9(9).
           01 WS-AUDIT-SAVED-RC PIC S9(9).
           01 WS-AUDIT-COMPILED PIC X(21).
           01 WS-AUDIT-BUILD-ID PIC X(14) VALUE SPACES.
           01 WS-AUDIT-BUILD-DATE PIC X(8) VALUE SPACES.
