001255*  26/08/22  MAINT       WRITE HR MAIL-MERGE INTERFACE (ANVINT)   PAYDRV01
001270*  26/08/22  MAINT       PROCESS EXTRACT IN TABLE-SIZED SEGMENTS  PAYDRV01
001280*  26/09/02  MAINT       WRITE PER-REGION RUN TOTALS TO PAYHIS   PAYDRV01
001290*  26/10/15  MAINT       RUN TYPE AND BATCH ON PAYHIS RECORD      PAYDRV01
001300***************************************************************** PAYDRV01
001400*                                                                 PAYDRV01
001500*  SINGLE-PASS DRIVER: LOADS THE PAYROLL EXTRACT INTO             PAYDRV01
           05  HIS-OT              PIC 9(09)V99.                        PAYDRV01
           05  HIS-COMM            PIC 9(09)V99.                        PAYDRV01
           05  HIS-COUNT           PIC 9(07).                           PAYDRV01
           05  HIS-RUN-TYPE        PIC X(01).                           PAYDRV01
           05  HIS-BATCH           PIC X(08).                           PAYDRV01
           05  FILLER              PIC X(06).                           PAYDRV01
006810 FD  INT-FILE                                                     PAYDRV01
006820     LABEL RECORDS STANDARD                                       PAYDRV01
006830     BLOCK 00000 RECORDS                                          PAYDRV01
043700 8000-EXIT.                                                       PAYDRV01
043800     EXIT.                                                        PAYDRV01
       8100-WRITE-HISTORY.                                              PAYDRV01
           MOVE SPACES TO HIS-REC.                                      PAYDRV01
           MOVE PAY-RUN-DATE TO HIS-DATE.                               PAYDRV01
           MOVE PAY-HIS-REGION (PAY-HIS-IX) TO HIS-REGION.              PAYDRV01
           MOVE PAY-HIS-WAGES (PAY-HIS-IX) TO HIS-WAGES.                PAYDRV01
