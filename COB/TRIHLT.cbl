       01  HLT-SUM-LINE.
           05 HLT-SUM-TEXT         PIC X(40).
           05 FILLER               PIC X(40)  VALUE SPACE.
       COPY SY0087.
       PROCEDURE DIVISION.
        MAIN-PARA.
           PERFORM INIT-PARA.
              AND CUR-CNTR (CX) NOT < MIN-CNT
              MOVE 'ALERT' TO HLT-DTL-FLAG
              ADD 1 TO ALERT-CNT
              PERFORM SEND-ALERT-PARA
           ELSE
              MOVE SPACE TO HLT-DTL-FLAG
           END-IF.
           WRITE HLT-REC FROM HLT-DTL-LINE.
       SUM-BASE-PARA.
           ADD BASE-CNTR (BASE-IX, CX) TO BASE-SUM.
       SEND-ALERT-PARA.
           MOVE 'TRIHLT' TO X87-PROGRAMME.
           MOVE 'M' TO X87-GRAVITE.
           MOVE 'TRIVOLUM' TO X87-CODE.
           MOVE TYPE-NAME (CX) TO X87-CLE.
           MOVE SPACE TO X87-TEXTE.
           STRING 'VOLUME SPIKE - ' DELIMITED BY SIZE
                  HLT-DTL-CNT DELIMITED BY SIZE
                  ' OVER LIMIT ' DELIMITED BY SIZE
                  HLT-DTL-LIMIT DELIMITED BY SIZE
                  INTO X87-TEXTE.
           CALL 'SY0087' USING SY0087-PARMS.
       ENDING-PARA.
           IF HIST-STATUS = '00' OR HIST-STATUS = '10'
              CLOSE HISTFILE
