           05  FILLER  PIC X(16)   VALUE '0010'.
           05  FILLER  PIC X(08)   VALUE 'SCRTHR'.
           05  FILLER  PIC X(16)   VALUE '010'.
           05  FILLER  PIC X(08)   VALUE 'SMPRATE'.
           05  FILLER  PIC X(16)   VALUE '005'.
           05  FILLER  PIC X(08)   VALUE 'SMPSEED'.
           05  FILLER  PIC X(16)   VALUE '000000000'.
           05  FILLER  PIC X(08)   VALUE 'SMPDATE'.
           05  FILLER  PIC X(16)   VALUE '000000'.
           05  FILLER  PIC X(08)   VALUE 'HDRCHK'.
           05  FILLER  PIC X(16)   VALUE 'Y'.
           05  FILLER  PIC X(08)   VALUE 'BILMON'.
           05  FILLER  PIC X(16)   VALUE '000000'.
       01  KNOWN-TABLE             REDEFINES KNOWN-KEY-VALUES.
           05  KNOWN-ENTRY         OCCURS 19 TIMES.
               10  KNOWN-KEY       PIC X(08).
               10  KNOWN-VALUE     PIC X(16).
       01  RPT-HDR-LINE            PIC X(80)  VALUE
              MOVE 'N' TO KNOWN-FOUND
              PERFORM MATCH-KNOWN-PARA
                 VARYING KX FROM 1 BY 1
                 UNTIL KX > 19 OR KNOWN-FOUND = 'Y'
              IF KNOWN-FOUND = 'N'
                 ADD 1 TO UNKNOWN-CNT
              END-IF
              CLOSE PRMFILE
           END-IF.
           PERFORM WRITE-KNOWN-PARA
              VARYING KX FROM 1 BY 1 UNTIL KX > 19.
           WRITE RPT-REC FROM BLANK-LINE.
           IF UNKNOWN-CNT NOT = ZERO
              MOVE 'MEMBER HAS KEYS NOT USED BY ANY PROGRAM ' TO
