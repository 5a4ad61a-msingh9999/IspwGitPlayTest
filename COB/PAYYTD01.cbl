001100*  --------  ----------  -----------------------------------      PAYYTD01
001200*  26/08/22  MAINT       NEW PROGRAM                              PAYYTD01
001250*  26/09/02  MAINT       PAY-PERIOD POSTING CONTROL (PPCTL)      PAYYTD01
001260*  26/10/15  MAINT       ZERO YTD DEDUCTIONS ON NEW RECORD        PAYYTD01
001270*  26/10/15  MAINT       PERIOD AND PAY DATE FROM PAYCAL          PAYYTD01
001280*  26/10/15  MAINT       REGION SEGMENTS AND TRANSFER RECLASS     PAYYTD01
001290*  26/10/15  MAINT       OFF-CYCLE MARKER ON YTDMST AND PPCTL     PAYYTD01
001295*  26/10/15  MAINT       FATAL STOPS REPORTED THROUGH SY0081      PAYYTD01
001300***************************************************************** PAYYTD01
001400*                                                                 PAYYTD01
001500*  THIS PROGRAM ACCUMULATES EACH WEEKLY PAYROLL EXTRACT INTO      PAYYTD01
001600*  THE YEAR-TO-DATE MASTER (KEYED BY EMPLOYEE NUMBER), THEN       PAYYTD01
001700*  PRINTS THE YTD REPORT FROM THE UPDATED MASTER.                 PAYYTD01
001710*  THE PAY PERIOD AND PAY DATE COME FROM THE PAYCAL CALENDAR      PAYYTD01
001720*  BUILT BY PAYCAL01: THE FIRST PERIOD WHOSE CUT-OFF IS NOT       PAYYTD01
001730*  BEFORE TODAY, OR THE PERIOD ENDING ON THE PERPRM DATE WHEN     PAYYTD01
001740*  ONE IS GIVEN.  A RUN OUTSIDE THE PERIOD'S START/CUT-OFF        PAYYTD01
001750*  WINDOW, OR WITH NO CALENDAR PERIOD, IS WARNED (RC=4).          PAYYTD01
001755*  A REGION ON THE EXTRACT THAT DIFFERS FROM THE MASTER IS A      PAYYTD01
001760*  TRANSFER: YTD AMOUNTS ARE KEPT BY REGION SEGMENT (UP TO 4 A    PAYYTD01
001765*  YEAR) AND EACH TRANSFER IS LISTED ON XFRRPT WITH THE AMOUNTS   PAYYTD01
001770*  EARNED IN EACH REGION.  AN XFRDTE CARD GIVES THE EFFECTIVE     PAYYTD01
001775*  DATE; WHEN IT IS BEFORE THIS PERIOD, PAY ALREADY POSTED TO     PAYYTD01
001780*  THE OLD REGION FOR PERIODS FROM THAT DATE (THE LAST 6 ARE      PAYYTD01
001785*  HELD ON THE MASTER) MOVES TO THE NEW SEGMENT AND A RECLASS     PAYYTD01
001790*  REQUEST IS WRITTEN TO XFRGLR FOR PAYGLE01 TO POST.             PAYYTD01
001792*  OFF-CYCLE ENTRIES ON PPCTL (WRITTEN BY PAYOFF01) DO NOT        PAYYTD01
001793*  COUNT AS A POSTING OF THE PERIOD.                              PAYYTD01
001800*                                                                 PAYYTD01
001900 ENVIRONMENT DIVISION.                                            PAYYTD01
002000 CONFIGURATION SECTION.                                           PAYYTD01
           SELECT OVR-FILE    ASSIGN TO PPOVRD                          PAYYTD01
                  ORGANIZATION IS SEQUENTIAL                            PAYYTD01
                  FILE STATUS IS PAY-OVR-STATUS.                        PAYYTD01
           SELECT CAL-FILE    ASSIGN TO PAYCAL                          PAYYTD01
                  ORGANIZATION IS SEQUENTIAL                            PAYYTD01
                  FILE STATUS IS PAY-CAL-STATUS.                        PAYYTD01
           SELECT XFR-FILE    ASSIGN TO XFRDTE                          PAYYTD01
                  ORGANIZATION IS SEQUENTIAL                            PAYYTD01
                  FILE STATUS IS PAY-XFR-STATUS.                        PAYYTD01
           SELECT XRP-FILE    ASSIGN TO XFRRPT                          PAYYTD01
                  ORGANIZATION IS SEQUENTIAL.                           PAYYTD01
           SELECT XGL-FILE    ASSIGN TO XFRGLR                          PAYYTD01
                  ORGANIZATION IS SEQUENTIAL.                           PAYYTD01
003400 DATA DIVISION.                                                   PAYYTD01
003500 FILE SECTION.                                                    PAYYTD01
003600 FD  PAYIN-FILE                                                   PAYYTD01
006100     05  YTD-OT              PIC 9(07)V99.                        PAYYTD01
006200     05  YTD-COMM            PIC 9(07)V99.                        PAYYTD01
006300     05  YTD-LAST-RUN        PIC 9(06).                           PAYYTD01
006310     05  YTD-DEDUCTIONS.                                          PAYYTD01
006320         10  YTD-DED-AMT     PIC 9(07)V99 OCCURS 4 TIMES.         PAYYTD01
006325     05  YTD-SEG-COUNT       PIC 9(01).                           PAYYTD01
006330     05  YTD-SEGMENTS.                                            PAYYTD01
006335         10  YTD-SEGMENT     OCCURS 4 TIMES.                      PAYYTD01
006340             15  YTD-SEG-REGION  PIC X(05).                       PAYYTD01
006345             15  YTD-SEG-FROM    PIC 9(08).                       PAYYTD01
006350             15  YTD-SEG-WAGES   PIC 9(07)V99.                    PAYYTD01
006355             15  YTD-SEG-OT      PIC 9(07)V99.                    PAYYTD01
006360             15  YTD-SEG-COMM    PIC 9(07)V99.                    PAYYTD01
006365     05  YTD-RECENT-AREA.                                         PAYYTD01
006370         10  YTD-RECENT      OCCURS 6 TIMES.                      PAYYTD01
006375             15  YTD-RC-PERIOD   PIC 9(08).                       PAYYTD01
006380             15  YTD-RC-REGION   PIC X(05).                       PAYYTD01
006385             15  YTD-RC-WAGES    PIC 9(05)V99.                    PAYYTD01
006390             15  YTD-RC-OT       PIC 9(05)V99.                    PAYYTD01
006395             15  YTD-RC-COMM     PIC 9(05)V99.                    PAYYTD01
006396     05  YTD-OFF-CYCLE.                                           PAYYTD01
006397         10  YTD-OFF-BATCH   PIC X(08).                           PAYYTD01
006398         10  YTD-OFF-DATE    PIC 9(08).                           PAYYTD01
006399         10  YTD-OFF-GROSS   PIC 9(07)V99.                        PAYYTD01
006400 FD  RPT-FILE                                                     PAYYTD01
006500     LABEL RECORDS STANDARD                                       PAYYTD01
006600     BLOCK 00000 RECORDS                                          PAYYTD01
           RECORDING F.                                                 PAYYTD01
       01  PPC-REC.                                                     PAYYTD01
           05  PPC-DATE            PIC 9(08).                           PAYYTD01
           05  PPC-RUN-TYPE        PIC X(01).                           PAYYTD01
               88  PPC-OFF-CYCLE       VALUE 'O'.                       PAYYTD01
           05  PPC-BATCH           PIC X(08).                           PAYYTD01
       FD  OVR-FILE                                                     PAYYTD01
           LABEL RECORDS STANDARD                                       PAYYTD01
           BLOCK 00000 RECORDS                                          PAYYTD01
           05  OVR-RUN-TIME        PIC 9(06).                           PAYYTD01
           05  OVR-PERIOD          PIC 9(08).                           PAYYTD01
           05  OVR-TEXT            PIC X(20).                           PAYYTD01
       FD  CAL-FILE                                                     PAYYTD01
           LABEL RECORDS STANDARD                                       PAYYTD01
           BLOCK 00000 RECORDS                                          PAYYTD01
           RECORDING F.                                                 PAYYTD01
       01  CAL-REC.                                                     PAYYTD01
           05  CAL-START           PIC 9(08).                           PAYYTD01
           05  CAL-END             PIC 9(08).                           PAYYTD01
           05  CAL-CUTOFF          PIC 9(08).                           PAYYTD01
           05  CAL-SCHED-PAY       PIC 9(08).                           PAYYTD01
           05  CAL-PAY-DATE        PIC 9(08).                           PAYYTD01
           05  FILLER              PIC X(10).                           PAYYTD01
       FD  XFR-FILE                                                     PAYYTD01
           LABEL RECORDS STANDARD                                       PAYYTD01
           BLOCK 00000 RECORDS                                          PAYYTD01
           RECORDING F.                                                 PAYYTD01
       01  XFR-REC.                                                     PAYYTD01
           05  XD-EMP-NBR          PIC 9(06).                           PAYYTD01
           05  XD-REGION           PIC X(05).                           PAYYTD01
           05  XD-EFFECTIVE        PIC 9(08).                           PAYYTD01
           05  FILLER              PIC X(21).                           PAYYTD01
       FD  XRP-FILE                                                     PAYYTD01
           LABEL RECORDS STANDARD                                       PAYYTD01
           BLOCK 00000 RECORDS                                          PAYYTD01
           RECORDING F.                                                 PAYYTD01
       01  XRP-REC                 PIC X(80).                           PAYYTD01
       FD  XGL-FILE                                                     PAYYTD01
           LABEL RECORDS STANDARD                                       PAYYTD01
           BLOCK 00000 RECORDS                                          PAYYTD01
           RECORDING F.                                                 PAYYTD01
       01  XGL-REC.                                                     PAYYTD01
           05  XGL-EMP-NBR         PIC 9(06).                           PAYYTD01
           05  XGL-FROM-REGION     PIC X(05).                           PAYYTD01
           05  XGL-TO-REGION       PIC X(05).                           PAYYTD01
           05  XGL-ELEMENT         PIC X(01).                           PAYYTD01
           05  XGL-AMOUNT          PIC 9(07)V99.                        PAYYTD01
           05  XGL-PERIOD          PIC 9(08).                           PAYYTD01
           05  XGL-EFFECTIVE       PIC 9(08).                           PAYYTD01
           05  FILLER              PIC X(18).                           PAYYTD01
006900 WORKING-STORAGE SECTION.                                         PAYYTD01
007000 77  PAY-YTD-STATUS           PIC X(02) VALUE ZERO.               PAYYTD01
007100 77  PAY-RUN-DATE             PIC 9(06) VALUE ZERO.               PAYYTD01
       77  PAY-FORCE-SWITCH         PIC X(01) VALUE 'N'.                PAYYTD01
       77  PAY-POSTED-SWITCH        PIC X(01) VALUE 'N'.                PAYYTD01
       77  PAY-STOP-SWITCH          PIC X(01) VALUE 'N'.                PAYYTD01
       77  PAY-ERR-CATEGORY         PIC X(01) VALUE 'F'.                PAYYTD01
       77  PAY-ERR-FILE             PIC X(08) VALUE SPACES.             PAYYTD01
       77  PAY-ERR-STATUS           PIC X(02) VALUE SPACES.             PAYYTD01
       77  PAY-PPC-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYYTD01
           88  PAY-PPC-EOF              VALUE 'Y'.                      PAYYTD01
       77  PAY-RUN-TIME             PIC 9(08) VALUE ZERO.               PAYYTD01
       77  PAY-CAL-STATUS           PIC X(02) VALUE ZERO.               PAYYTD01
       77  PAY-CAL-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYYTD01
           88  PAY-CAL-EOF              VALUE 'Y'.                      PAYYTD01
       77  PAY-CAL-FOUND            PIC X(01) VALUE 'N'.                PAYYTD01
       77  PAY-WARN-SWITCH          PIC X(01) VALUE 'N'.                PAYYTD01
       77  PAY-TODAY-8              PIC 9(08) VALUE ZERO.               PAYYTD01
       77  PAY-CAL-START            PIC 9(08) VALUE ZERO.               PAYYTD01
       77  PAY-CUTOFF               PIC 9(08) VALUE ZERO.               PAYYTD01
       77  PAY-PAY-DATE             PIC 9(08) VALUE ZERO.               PAYYTD01
       77  PAY-XFR-STATUS           PIC X(02) VALUE ZERO.               PAYYTD01
       77  PAY-XFR-EOF-SWITCH       PIC X(01) VALUE 'N'.                PAYYTD01
           88  PAY-XFR-EOF              VALUE 'Y'.                      PAYYTD01
       77  PAY-XFR-SWITCH           PIC X(01) VALUE 'N'.                PAYYTD01
       77  PAY-XFR-COUNT            PIC 9(05) COMP-3 VALUE ZERO.        PAYYTD01
       77  PAY-BACKDATED-COUNT      PIC 9(05) COMP-3 VALUE ZERO.        PAYYTD01
       77  PAY-XFR-FULL-COUNT       PIC 9(05) COMP-3 VALUE ZERO.        PAYYTD01
       77  PAY-RCL-REC-COUNT        PIC 9(05) COMP-3 VALUE ZERO.        PAYYTD01
       77  PAY-OLD-REGION           PIC X(05) VALUE SPACES.             PAYYTD01
       77  PAY-XFR-EFF              PIC 9(08) VALUE ZERO.               PAYYTD01
       77  PAY-XFR-NOTE             PIC X(23) VALUE SPACES.             PAYYTD01
       77  PAY-RCL-WAGES            PIC 9(07)V99 VALUE ZERO.            PAYYTD01
       77  PAY-RCL-OT               PIC 9(07)V99 VALUE ZERO.            PAYYTD01
       77  PAY-RCL-COMM             PIC 9(07)V99 VALUE ZERO.            PAYYTD01
       77  PAY-RCL-ELEM             PIC X(01) VALUE SPACE.              PAYYTD01
       77  PAY-RCL-AMT              PIC 9(07)V99 VALUE ZERO.            PAYYTD01
       77  PAY-XD-COUNT             PIC 9(03) COMP VALUE ZERO.          PAYYTD01
       77  PAY-XD-IX                PIC 9(03) COMP VALUE ZERO.          PAYYTD01
       77  PAY-XD-SLOT              PIC 9(03) COMP VALUE ZERO.          PAYYTD01
       77  PAY-XD-FOUND             PIC X(01) VALUE 'N'.                PAYYTD01
       77  PAY-SEG-IX               PIC 9(02) COMP VALUE ZERO.          PAYYTD01
       77  PAY-PREV-SEG             PIC 9(02) COMP VALUE ZERO.          PAYYTD01
       77  PAY-RC-IX                PIC 9(02) COMP VALUE ZERO.          PAYYTD01
       77  PAY-RC-PREV              PIC 9(02) COMP VALUE ZERO.          PAYYTD01
008000*                                                                 PAYYTD01
008100 01  RPT-HDR-LINE.                                                PAYYTD01
008200     05  FILLER              PIC X(30) VALUE                      PAYYTD01
008300         'YEAR-TO-DATE PAYROLL REPORT'.                           PAYYTD01
008400     05  FILLER              PIC X(50) VALUE SPACES.              PAYYTD01
008410 01  RPT-PER-LINE.                                                PAYYTD01
008420     05  FILLER              PIC X(14) VALUE 'PERIOD ENDING '.    PAYYTD01
008430     05  PER-LINE-END        PIC 9(08).                           PAYYTD01
008440     05  FILLER              PIC X(11) VALUE '  PAY DATE '.       PAYYTD01
008450     05  PER-LINE-PAY        PIC 9(08).                           PAYYTD01
008460     05  FILLER              PIC X(39) VALUE SPACES.              PAYYTD01
008500 01  RPT-COL-LINE.                                                PAYYTD01
008600     05  FILLER              PIC X(08) VALUE 'EMP NBR'.           PAYYTD01
008700     05  FILLER              PIC X(15) VALUE 'NAME'.              PAYYTD01
010100     05  FILLER              PIC X(01) VALUE SPACES.              PAYYTD01
010200     05  DTL-COMM            PIC Z,ZZZ,ZZ9.99.                    PAYYTD01
010300     05  FILLER              PIC X(10) VALUE SPACES.              PAYYTD01
       01  PAY-XFR-TABLE.                                               PAYYTD01
           05  PAY-XD-ENTRY         OCCURS 200 TIMES.                   PAYYTD01
               10  PAY-XD-EMP       PIC 9(06).                          PAYYTD01
               10  PAY-XD-REGION    PIC X(05).                          PAYYTD01
               10  PAY-XD-EFF       PIC 9(08).                          PAYYTD01
       01  XRP-HDR-LINE.                                                PAYYTD01
           05  FILLER              PIC X(40) VALUE                      PAYYTD01
               'INTER-REGION TRANSFERS - PERIOD ENDING '.               PAYYTD01
           05  XHD-PERIOD          PIC 9(08).                           PAYYTD01
           05  FILLER              PIC X(32) VALUE SPACES.              PAYYTD01
       01  XRP-XFR-LINE.                                                PAYYTD01
           05  XTR-EMP             PIC 9(06).                           PAYYTD01
           05  FILLER              PIC X(01) VALUE SPACE.               PAYYTD01
           05  XTR-NAME            PIC X(15).                           PAYYTD01
           05  FILLER              PIC X(01) VALUE SPACE.               PAYYTD01
           05  XTR-FROM            PIC X(05).                           PAYYTD01
           05  FILLER              PIC X(04) VALUE ' -> '.              PAYYTD01
           05  XTR-TO              PIC X(05).                           PAYYTD01
           05  FILLER              PIC X(11) VALUE ' EFFECTIVE '.       PAYYTD01
           05  XTR-EFF             PIC 9(08).                           PAYYTD01
           05  FILLER              PIC X(01) VALUE SPACE.               PAYYTD01
           05  XTR-NOTE            PIC X(23).                           PAYYTD01
       01  XRP-RCL-LINE.                                                PAYYTD01
           05  FILLER              PIC X(10) VALUE SPACES.              PAYYTD01
           05  FILLER              PIC X(28) VALUE                      PAYYTD01
               'RECLASSED TO NEW REGION'.                               PAYYTD01
           05  XRC-WAGES           PIC Z,ZZZ,ZZ9.99.                    PAYYTD01
           05  FILLER              PIC X(01) VALUE SPACE.               PAYYTD01
           05  XRC-OT              PIC Z,ZZZ,ZZ9.99.                    PAYYTD01
           05  FILLER              PIC X(01) VALUE SPACE.               PAYYTD01
           05  XRC-COMM            PIC Z,ZZZ,ZZ9.99.                    PAYYTD01
           05  FILLER              PIC X(04) VALUE SPACES.              PAYYTD01
       01  XRP-SEG-LINE.                                                PAYYTD01
           05  FILLER              PIC X(10) VALUE SPACES.              PAYYTD01
           05  FILLER              PIC X(08) VALUE 'SEGMENT '.          PAYYTD01
           05  XSG-REGION          PIC X(05).                           PAYYTD01
           05  FILLER              PIC X(06) VALUE ' FROM '.            PAYYTD01
           05  XSG-FROM            PIC 9(08).                           PAYYTD01
           05  FILLER              PIC X(01) VALUE SPACE.               PAYYTD01
           05  XSG-WAGES           PIC Z,ZZZ,ZZ9.99.                    PAYYTD01
           05  FILLER              PIC X(01) VALUE SPACE.               PAYYTD01
           05  XSG-OT              PIC Z,ZZZ,ZZ9.99.                    PAYYTD01
           05  FILLER              PIC X(01) VALUE SPACE.               PAYYTD01
           05  XSG-COMM            PIC Z,ZZZ,ZZ9.99.                    PAYYTD01
           05  FILLER              PIC X(04) VALUE SPACES.              PAYYTD01
       01  XRP-CNT-LINE.                                                PAYYTD01
           05  XCT-LABEL           PIC X(34).                           PAYYTD01
           05  XCT-VALUE           PIC Z,ZZZ,ZZ9.                       PAYYTD01
           05  FILLER              PIC X(37) VALUE SPACES.              PAYYTD01
009520 COPY SY0099.                                                     PAYYTD01
009530 COPY SY0095.                                                     PAYYTD01
009965 COPY SY0081.                                                     PAYYTD01
010400 PROCEDURE DIVISION.                                              PAYYTD01
010500***************************************************************** PAYYTD01
010600* 0000-MAINLINE                                                   PAYYTD01
010800 0000-MAINLINE.                                                   PAYYTD01
010900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.                      PAYYTD01
           IF PAY-STOP-SWITCH = 'Y'                                     PAYYTD01
              GO TO 8200-JOURNAL-STOP                                   PAYYTD01
           END-IF.                                                      PAYYTD01
011000     PERFORM 2000-APPLY-EXTRACT THRU 2000-EXIT.                   PAYYTD01
011100     PERFORM 3000-PRINT-YTD THRU 3000-EXIT.                       PAYYTD01
011710     CALL 'SY0095' USING SY0095-PARMS.                            PAYYTD01
011800     ACCEPT PAY-RUN-DATE FROM DATE.                               PAYYTD01
           ACCEPT PAY-RUN-TIME FROM TIME.                               PAYYTD01
           MOVE 'C' TO X99-FONCTION.                                    PAYYTD01
           CALL 'SY0099' USING SY0099-PARMS.                            PAYYTD01
           MOVE X99-DATE-8 TO PAY-TODAY-8.                              PAYYTD01
           OPEN INPUT PER-FILE.                                         PAYYTD01
           IF PAY-PER-STATUS = '00'                                     PAYYTD01
              READ PER-FILE                                             PAYYTD01
                  AT END MOVE SPACES TO PER-REC                         PAYYTD01
              END-READ                                                  PAYYTD01
              CLOSE PER-FILE                                            PAYYTD01
           ELSE                                                         PAYYTD01
              MOVE SPACES TO PER-REC                                    PAYYTD01
           END-IF.                                                      PAYYTD01
           IF PER-DATE NUMERIC AND PER-DATE NOT = ZERO                  PAYYTD01
              MOVE PER-DATE TO PAY-PERIOD-DATE                          PAYYTD01
           END-IF.                                                      PAYYTD01
           PERFORM 1100-READ-CALENDAR THRU 1100-EXIT.                   PAYYTD01
           IF PAY-PERIOD-DATE = ZERO                                    PAYYTD01
              DISPLAY 'NO PAY PERIOD ON PERPRM OR PAYCAL - STOPPED'     PAYYTD01
              MOVE 8 TO RETURN-CODE                                     PAYYTD01
              MOVE 'Y' TO PAY-STOP-SWITCH                               PAYYTD01
              MOVE 'P' TO PAY-ERR-CATEGORY                              PAYYTD01
              MOVE 'PERPRM' TO PAY-ERR-FILE                             PAYYTD01
              GO TO 1000-EXIT                                           PAYYTD01
           END-IF.                                                      PAYYTD01
           IF PER-FORCE = 'Y'                                           PAYYTD01
              MOVE 'Y' TO PAY-FORCE-SWITCH                              PAYYTD01
           END-IF.                                                      PAYYTD01
                         ' ALREADY POSTED - RUN STOPPED'                PAYYTD01
                 MOVE 8 TO RETURN-CODE                                  PAYYTD01
                 MOVE 'Y' TO PAY-STOP-SWITCH                            PAYYTD01
                 MOVE 'D' TO PAY-ERR-CATEGORY                           PAYYTD01
                 MOVE 'PPCTL' TO PAY-ERR-FILE                           PAYYTD01
                 GO TO 1000-EXIT                                        PAYYTD01
              END-IF                                                    PAYYTD01
           END-IF.                                                      PAYYTD01
012700        DISPLAY 'YTD MASTER UNAVAILABLE - STATUS '                PAYYTD01
012800                PAY-YTD-STATUS                                    PAYYTD01
012900        MOVE 8 TO RETURN-CODE                                     PAYYTD01
012925        MOVE 'F' TO PAY-ERR-CATEGORY                              PAYYTD01
012950        MOVE 'YTDMST' TO PAY-ERR-FILE                             PAYYTD01
012975        MOVE PAY-YTD-STATUS TO PAY-ERR-STATUS                     PAYYTD01
013000        CLOSE PAYIN-FILE                                          PAYYTD01
013100        GO TO 8200-JOURNAL-STOP                                   PAYYTD01
013200     END-IF.                                                      PAYYTD01
013300     OPEN OUTPUT RPT-FILE.                                        PAYYTD01
013400     WRITE RPT-REC FROM RPT-HDR-LINE.                             PAYYTD01
013410     MOVE PAY-PERIOD-DATE TO PER-LINE-END.                        PAYYTD01
013420     MOVE PAY-PAY-DATE TO PER-LINE-PAY.                           PAYYTD01
013430     WRITE RPT-REC FROM RPT-PER-LINE.                             PAYYTD01
013500     MOVE SPACES TO RPT-REC.                                      PAYYTD01
013600     WRITE RPT-REC.                                               PAYYTD01
013700     WRITE RPT-REC FROM RPT-COL-LINE.                             PAYYTD01
013710     PERFORM 1400-LOAD-TRANSFERS THRU 1400-EXIT.                  PAYYTD01
013720     OPEN OUTPUT XRP-FILE.                                        PAYYTD01
013730     OPEN OUTPUT XGL-FILE.                                        PAYYTD01
013740     MOVE PAY-PERIOD-DATE TO XHD-PERIOD.                          PAYYTD01
013750     WRITE XRP-REC FROM XRP-HDR-LINE.                             PAYYTD01
013760     MOVE SPACES TO XRP-REC.                                      PAYYTD01
013770     WRITE XRP-REC.                                               PAYYTD01
013800 1000-EXIT.                                                       PAYYTD01
013900     EXIT.                                                        PAYYTD01
       1100-READ-CALENDAR.                                              PAYYTD01
           OPEN INPUT CAL-FILE.                                         PAYYTD01
           IF PAY-CAL-STATUS NOT = '00'                                 PAYYTD01
              DISPLAY 'PAYROLL CALENDAR UNAVAILABLE - STATUS '          PAYYTD01
                      PAY-CAL-STATUS                                    PAYYTD01
              MOVE 'Y' TO PAY-WARN-SWITCH                               PAYYTD01
              GO TO 1100-EXIT                                           PAYYTD01
           END-IF.                                                      PAYYTD01
           PERFORM 1110-SCAN-CALENDAR THRU 1110-EXIT                    PAYYTD01
               UNTIL PAY-CAL-EOF OR PAY-CAL-FOUND = 'Y'.                PAYYTD01
           CLOSE CAL-FILE.                                              PAYYTD01
           IF PAY-CAL-FOUND = 'N'                                       PAYYTD01
              DISPLAY 'NO PAYCAL PERIOD FOR THIS RUN - PERIOD '         PAYYTD01
                      PAY-PERIOD-DATE ' RUN DATE ' PAY-TODAY-8          PAYYTD01
              MOVE 'Y' TO PAY-WARN-SWITCH                               PAYYTD01
              GO TO 1100-EXIT                                           PAYYTD01
           END-IF.                                                      PAYYTD01
           IF PAY-TODAY-8 < PAY-CAL-START OR PAY-TODAY-8 > PAY-CUTOFF   PAYYTD01
              DISPLAY 'RUN DATE ' PAY-TODAY-8                           PAYYTD01
                      ' OUTSIDE CUT-OFF WINDOW ' PAY-CAL-START          PAYYTD01
                      ' - ' PAY-CUTOFF                                  PAYYTD01
              MOVE 'Y' TO PAY-WARN-SWITCH                               PAYYTD01
           END-IF.                                                      PAYYTD01
       1100-EXIT.                                                       PAYYTD01
           EXIT.                                                        PAYYTD01
       1110-SCAN-CALENDAR.                                              PAYYTD01
           READ CAL-FILE                                                PAYYTD01
               AT END                                                   PAYYTD01
                  SET PAY-CAL-EOF TO TRUE                               PAYYTD01
                  GO TO 1110-EXIT                                       PAYYTD01
           END-READ.                                                    PAYYTD01
           IF PAY-PERIOD-DATE NOT = ZERO                                PAYYTD01
              IF CAL-END NOT = PAY-PERIOD-DATE                          PAYYTD01
                 GO TO 1110-EXIT                                        PAYYTD01
              END-IF                                                    PAYYTD01
           ELSE                                                         PAYYTD01
              IF CAL-CUTOFF < PAY-TODAY-8                               PAYYTD01
                 GO TO 1110-EXIT                                        PAYYTD01
              END-IF                                                    PAYYTD01
           END-IF.                                                      PAYYTD01
           MOVE 'Y' TO PAY-CAL-FOUND.                                   PAYYTD01
           MOVE CAL-START TO PAY-CAL-START.                             PAYYTD01
           MOVE CAL-END TO PAY-PERIOD-DATE.                             PAYYTD01
           MOVE CAL-CUTOFF TO PAY-CUTOFF.                               PAYYTD01
           MOVE CAL-PAY-DATE TO PAY-PAY-DATE.                           PAYYTD01
       1110-EXIT.                                                       PAYYTD01
           EXIT.                                                        PAYYTD01
       1200-CHECK-POSTED.                                               PAYYTD01
           READ PPC-FILE                                                PAYYTD01
               AT END                                                   PAYYTD01
                  GO TO 1200-EXIT                                       PAYYTD01
           END-READ.                                                    PAYYTD01
           IF PPC-DATE = PAY-PERIOD-DATE                                PAYYTD01
              AND NOT PPC-OFF-CYCLE                                     PAYYTD01
              MOVE 'Y' TO PAY-POSTED-SWITCH                             PAYYTD01
           END-IF.                                                      PAYYTD01
       1200-EXIT.                                                       PAYYTD01
           IF PAY-PPC-STATUS = '05' OR PAY-PPC-STATUS = '35'            PAYYTD01
              OPEN OUTPUT PPC-FILE                                      PAYYTD01
           END-IF.                                                      PAYYTD01
           MOVE SPACES TO PPC-REC.                                      PAYYTD01
           MOVE PAY-PERIOD-DATE TO PPC-DATE.                            PAYYTD01
           WRITE PPC-REC.                                               PAYYTD01
           CLOSE PPC-FILE.                                              PAYYTD01
       4000-EXIT.                                                       PAYYTD01
           EXIT.                                                        PAYYTD01
       1400-LOAD-TRANSFERS.                                             PAYYTD01
           OPEN INPUT XFR-FILE.                                         PAYYTD01
           IF PAY-XFR-STATUS NOT = '00'                                 PAYYTD01
              GO TO 1400-EXIT                                           PAYYTD01
           END-IF.                                                      PAYYTD01
           PERFORM 1410-LOAD-ONE THRU 1410-EXIT                         PAYYTD01
               UNTIL PAY-XFR-EOF.                                       PAYYTD01
           CLOSE XFR-FILE.                                              PAYYTD01
       1400-EXIT.                                                       PAYYTD01
           EXIT.                                                        PAYYTD01
       1410-LOAD-ONE.                                                   PAYYTD01
           READ XFR-FILE                                                PAYYTD01
               AT END                                                   PAYYTD01
                  SET PAY-XFR-EOF TO TRUE                               PAYYTD01
                  GO TO 1410-EXIT                                       PAYYTD01
           END-READ.                                                    PAYYTD01
           IF XD-EMP-NBR NOT NUMERIC OR XD-EFFECTIVE NOT NUMERIC        PAYYTD01
              OR XD-REGION = SPACES                                     PAYYTD01
              DISPLAY 'XFRDTE CARD IGNORED: ' XFR-REC                   PAYYTD01
              GO TO 1410-EXIT                                           PAYYTD01
           END-IF.                                                      PAYYTD01
           IF PAY-XD-COUNT < 200                                        PAYYTD01
              ADD 1 TO PAY-XD-COUNT                                     PAYYTD01
              MOVE XD-EMP-NBR TO PAY-XD-EMP (PAY-XD-COUNT)              PAYYTD01
              MOVE XD-REGION TO PAY-XD-REGION (PAY-XD-COUNT)            PAYYTD01
              MOVE XD-EFFECTIVE TO PAY-XD-EFF (PAY-XD-COUNT)            PAYYTD01
           ELSE                                                         PAYYTD01
              DISPLAY 'TRANSFER DATE TABLE FULL - CARD DROPPED: '       PAYYTD01
                      XD-EMP-NBR                                        PAYYTD01
           END-IF.                                                      PAYYTD01
       1410-EXIT.                                                       PAYYTD01
           EXIT.                                                        PAYYTD01
014000***************************************************************** PAYYTD01
014100* 2000-APPLY-EXTRACT - ACCUMULATE EACH RECORD INTO THE MASTER     PAYYTD01
014200***************************************************************** PAYYTD01
016500        MOVE PI-OT TO YTD-OT                                      PAYYTD01
016600        MOVE PI-COMM TO YTD-COMM                                  PAYYTD01
016700        MOVE PAY-RUN-DATE TO YTD-LAST-RUN                         PAYYTD01
016710        MOVE ZERO TO YTD-DEDUCTIONS                               PAYYTD01
016712        MOVE SPACES TO YTD-OFF-BATCH                              PAYYTD01
016714        MOVE ZERO TO YTD-OFF-DATE YTD-OFF-GROSS                   PAYYTD01
016720        PERFORM 2150-NEW-SEGMENTS THRU 2150-EXIT                  PAYYTD01
016800        WRITE YTD-REC                                             PAYYTD01
016900            INVALID KEY DISPLAY 'YTD WRITE FAILED FOR '           PAYYTD01
017000                                PI-EMP-NBR                        PAYYTD01
017100        END-WRITE                                                 PAYYTD01
017200        ADD 1 TO PAY-NEW-COUNT                                    PAYYTD01
017300     ELSE                                                         PAYYTD01
017310        PERFORM 2200-CHECK-REGION THRU 2200-EXIT                  PAYYTD01
017400        MOVE PI-NAME TO YTD-NAME                                  PAYYTD01
017500        MOVE PI-REGION TO YTD-REGION                              PAYYTD01
017600        ADD PI-WAGES TO YTD-WAGES                                 PAYYTD01
017700        ADD PI-OT TO YTD-OT                                       PAYYTD01
017800        ADD PI-COMM TO YTD-COMM                                   PAYYTD01
017810        PERFORM 2300-ADD-SEGMENT THRU 2300-EXIT                   PAYYTD01
017900        MOVE PAY-RUN-DATE TO YTD-LAST-RUN                         PAYYTD01
018000        REWRITE YTD-REC                                           PAYYTD01
018100            INVALID KEY DISPLAY 'YTD REWRITE FAILED FOR '         PAYYTD01
018200                                PI-EMP-NBR                        PAYYTD01
018300        END-REWRITE                                               PAYYTD01
018310        IF PAY-XFR-SWITCH = 'Y'                                   PAYYTD01
018320           PERFORM 2500-REPORT-TRANSFER THRU 2500-EXIT            PAYYTD01
018330        END-IF                                                    PAYYTD01
018400        ADD 1 TO PAY-UPD-COUNT                                    PAYYTD01
018500     END-IF.                                                      PAYYTD01
018600 2100-EXIT.                                                       PAYYTD01
018700     EXIT.                                                        PAYYTD01
       2150-NEW-SEGMENTS.                                               PAYYTD01
           MOVE ZERO TO YTD-SEGMENTS YTD-RECENT-AREA.                   PAYYTD01
           MOVE 1 TO YTD-SEG-COUNT.                                     PAYYTD01
           MOVE PI-REGION TO YTD-SEG-REGION (1).                        PAYYTD01
           MOVE PAY-PERIOD-DATE TO YTD-SEG-FROM (1).                    PAYYTD01
           MOVE PI-WAGES TO YTD-SEG-WAGES (1).                          PAYYTD01
           MOVE PI-OT TO YTD-SEG-OT (1).                                PAYYTD01
           MOVE PI-COMM TO YTD-SEG-COMM (1).                            PAYYTD01
           MOVE PAY-PERIOD-DATE TO YTD-RC-PERIOD (1).                   PAYYTD01
           MOVE PI-REGION TO YTD-RC-REGION (1).                         PAYYTD01
           MOVE PI-WAGES TO YTD-RC-WAGES (1).                           PAYYTD01
           MOVE PI-OT TO YTD-RC-OT (1).                                 PAYYTD01
           MOVE PI-COMM TO YTD-RC-COMM (1).                             PAYYTD01
       2150-EXIT.                                                       PAYYTD01
           EXIT.                                                        PAYYTD01
      ***************************************************************** PAYYTD01
      * 2200-CHECK-REGION - OPEN A NEW REGION SEGMENT ON A TRANSFER     PAYYTD01
      ***************************************************************** PAYYTD01
       2200-CHECK-REGION.                                               PAYYTD01
           MOVE 'N' TO PAY-XFR-SWITCH.                                  PAYYTD01
           IF YTD-SEG-COUNT NOT NUMERIC OR YTD-SEG-COUNT = ZERO         PAYYTD01
              MOVE ZERO TO YTD-SEGMENTS                                 PAYYTD01
              MOVE 1 TO YTD-SEG-COUNT                                   PAYYTD01
              MOVE YTD-REGION TO YTD-SEG-REGION (1)                     PAYYTD01
              MOVE YTD-WAGES TO YTD-SEG-WAGES (1)                       PAYYTD01
              MOVE YTD-OT TO YTD-SEG-OT (1)                             PAYYTD01
              MOVE YTD-COMM TO YTD-SEG-COMM (1)                         PAYYTD01
           END-IF.                                                      PAYYTD01
           IF YTD-RC-PERIOD (1) NOT NUMERIC                             PAYYTD01
              MOVE ZERO TO YTD-RECENT-AREA                              PAYYTD01
           END-IF.                                                      PAYYTD01
           IF PI-REGION = YTD-SEG-REGION (YTD-SEG-COUNT)                PAYYTD01
              GO TO 2200-EXIT                                           PAYYTD01
           END-IF.                                                      PAYYTD01
           MOVE 'Y' TO PAY-XFR-SWITCH.                                  PAYYTD01
           ADD 1 TO PAY-XFR-COUNT.                                      PAYYTD01
           MOVE YTD-SEG-REGION (YTD-SEG-COUNT) TO PAY-OLD-REGION.       PAYYTD01
           MOVE PAY-PERIOD-DATE TO PAY-XFR-EFF.                         PAYYTD01
           MOVE ZERO TO PAY-RCL-WAGES PAY-RCL-OT PAY-RCL-COMM.          PAYYTD01
           MOVE SPACES TO PAY-XFR-NOTE.                                 PAYYTD01
           PERFORM 2210-FIND-EFFECTIVE THRU 2210-EXIT.                  PAYYTD01
           IF YTD-SEG-COUNT = 4                                         PAYYTD01
              MOVE 'SEGMENTS FULL-NOT SPLIT' TO PAY-XFR-NOTE            PAYYTD01
              ADD 1 TO PAY-XFR-FULL-COUNT                               PAYYTD01
              GO TO 2200-EXIT                                           PAYYTD01
           END-IF.                                                      PAYYTD01
           ADD 1 TO YTD-SEG-COUNT.                                      PAYYTD01
           MOVE PI-REGION TO YTD-SEG-REGION (YTD-SEG-COUNT).            PAYYTD01
           MOVE PAY-XFR-EFF TO YTD-SEG-FROM (YTD-SEG-COUNT).            PAYYTD01
           MOVE ZERO TO YTD-SEG-WAGES (YTD-SEG-COUNT)                   PAYYTD01
                        YTD-SEG-OT (YTD-SEG-COUNT)                      PAYYTD01
                        YTD-SEG-COMM (YTD-SEG-COUNT).                   PAYYTD01
           IF PAY-XFR-EFF NOT < PAY-PERIOD-DATE                         PAYYTD01
              GO TO 2200-EXIT                                           PAYYTD01
           END-IF.                                                      PAYYTD01
           COMPUTE PAY-PREV-SEG = YTD-SEG-COUNT - 1.                    PAYYTD01
           PERFORM 2220-RECLASS-PERIOD THRU 2220-EXIT                   PAYYTD01
               VARYING PAY-RC-IX FROM 1 BY 1                            PAYYTD01
               UNTIL PAY-RC-IX > 6.                                     PAYYTD01
           IF PAY-RCL-WAGES = ZERO AND PAY-RCL-OT = ZERO                PAYYTD01
              AND PAY-RCL-COMM = ZERO                                   PAYYTD01
              MOVE 'BACKDATED-NONE HELD' TO PAY-XFR-NOTE                PAYYTD01
              GO TO 2200-EXIT                                           PAYYTD01
           END-IF.                                                      PAYYTD01
           ADD 1 TO PAY-BACKDATED-COUNT.                                PAYYTD01
           MOVE 'BACKDATED-RECLASSED' TO PAY-XFR-NOTE.                  PAYYTD01
           MOVE 'W' TO PAY-RCL-ELEM.                                    PAYYTD01
           MOVE PAY-RCL-WAGES TO PAY-RCL-AMT.                           PAYYTD01
           PERFORM 2230-WRITE-RECLASS THRU 2230-EXIT.                   PAYYTD01
           MOVE 'O' TO PAY-RCL-ELEM.                                    PAYYTD01
           MOVE PAY-RCL-OT TO PAY-RCL-AMT.                              PAYYTD01
           PERFORM 2230-WRITE-RECLASS THRU 2230-EXIT.                   PAYYTD01
           MOVE 'C' TO PAY-RCL-ELEM.                                    PAYYTD01
           MOVE PAY-RCL-COMM TO PAY-RCL-AMT.                            PAYYTD01
           PERFORM 2230-WRITE-RECLASS THRU 2230-EXIT.                   PAYYTD01
       2200-EXIT.                                                       PAYYTD01
           EXIT.                                                        PAYYTD01
       2210-FIND-EFFECTIVE.                                             PAYYTD01
           MOVE 'N' TO PAY-XD-FOUND.                                    PAYYTD01
           IF PAY-XD-COUNT > ZERO                                       PAYYTD01
              PERFORM 2215-SCAN-EFFECTIVE THRU 2215-EXIT                PAYYTD01
                  VARYING PAY-XD-IX FROM 1 BY 1                         PAYYTD01
                  UNTIL PAY-XD-IX > PAY-XD-COUNT                        PAYYTD01
                     OR PAY-XD-FOUND = 'Y'                              PAYYTD01
           END-IF.                                                      PAYYTD01
           IF PAY-XD-FOUND = 'N'                                        PAYYTD01
              GO TO 2210-EXIT                                           PAYYTD01
           END-IF.                                                      PAYYTD01
           COMPUTE PAY-XD-SLOT = PAY-XD-IX - 1.                         PAYYTD01
           IF PAY-XD-EFF (PAY-XD-SLOT) < PAY-PERIOD-DATE                PAYYTD01
              MOVE PAY-XD-EFF (PAY-XD-SLOT) TO PAY-XFR-EFF              PAYYTD01
           END-IF.                                                      PAYYTD01
       2210-EXIT.                                                       PAYYTD01
           EXIT.                                                        PAYYTD01
       2215-SCAN-EFFECTIVE.                                             PAYYTD01
           IF PAY-XD-EMP (PAY-XD-IX) = PI-EMP-NBR                       PAYYTD01
              AND PAY-XD-REGION (PAY-XD-IX) = PI-REGION                 PAYYTD01
              MOVE 'Y' TO PAY-XD-FOUND                                  PAYYTD01
           END-IF.                                                      PAYYTD01
       2215-EXIT.                                                       PAYYTD01
           EXIT.                                                        PAYYTD01
       2220-RECLASS-PERIOD.                                             PAYYTD01
           IF YTD-RC-PERIOD (PAY-RC-IX) < PAY-XFR-EFF                   PAYYTD01
              OR YTD-RC-PERIOD (PAY-RC-IX) NOT < PAY-PERIOD-DATE        PAYYTD01
              OR YTD-RC-REGION (PAY-RC-IX) NOT = PAY-OLD-REGION         PAYYTD01
              GO TO 2220-EXIT                                           PAYYTD01
           END-IF.                                                      PAYYTD01
           IF YTD-RC-WAGES (PAY-RC-IX) > YTD-SEG-WAGES (PAY-PREV-SEG)   PAYYTD01
              OR YTD-RC-OT (PAY-RC-IX) > YTD-SEG-OT (PAY-PREV-SEG)      PAYYTD01
              OR YTD-RC-COMM (PAY-RC-IX) > YTD-SEG-COMM (PAY-PREV-SEG)  PAYYTD01
              GO TO 2220-EXIT                                           PAYYTD01
           END-IF.                                                      PAYYTD01
           SUBTRACT YTD-RC-WAGES (PAY-RC-IX)                            PAYYTD01
               FROM YTD-SEG-WAGES (PAY-PREV-SEG).                       PAYYTD01
           SUBTRACT YTD-RC-OT (PAY-RC-IX)                               PAYYTD01
               FROM YTD-SEG-OT (PAY-PREV-SEG).                          PAYYTD01
           SUBTRACT YTD-RC-COMM (PAY-RC-IX)                             PAYYTD01
               FROM YTD-SEG-COMM (PAY-PREV-SEG).                        PAYYTD01
           ADD YTD-RC-WAGES (PAY-RC-IX) TO YTD-SEG-WAGES (YTD-SEG-COUNT)PAYYTD01
                                           PAY-RCL-WAGES.               PAYYTD01
           ADD YTD-RC-OT (PAY-RC-IX) TO YTD-SEG-OT (YTD-SEG-COUNT)      PAYYTD01
                                        PAY-RCL-OT.                     PAYYTD01
           ADD YTD-RC-COMM (PAY-RC-IX) TO YTD-SEG-COMM (YTD-SEG-COUNT)  PAYYTD01
                                          PAY-RCL-COMM.                 PAYYTD01
           MOVE PI-REGION TO YTD-RC-REGION (PAY-RC-IX).                 PAYYTD01
       2220-EXIT.                                                       PAYYTD01
           EXIT.                                                        PAYYTD01
       2230-WRITE-RECLASS.                                              PAYYTD01
           IF PAY-RCL-AMT = ZERO                                        PAYYTD01
              GO TO 2230-EXIT                                           PAYYTD01
           END-IF.                                                      PAYYTD01
           MOVE SPACES TO XGL-REC.                                      PAYYTD01
           MOVE PI-EMP-NBR TO XGL-EMP-NBR.                              PAYYTD01
           MOVE PAY-OLD-REGION TO XGL-FROM-REGION.                      PAYYTD01
           MOVE PI-REGION TO XGL-TO-REGION.                             PAYYTD01
           MOVE PAY-RCL-ELEM TO XGL-ELEMENT.                            PAYYTD01
           MOVE PAY-RCL-AMT TO XGL-AMOUNT.                              PAYYTD01
           MOVE PAY-PERIOD-DATE TO XGL-PERIOD.                          PAYYTD01
           MOVE PAY-XFR-EFF TO XGL-EFFECTIVE.                           PAYYTD01
           WRITE XGL-REC.                                               PAYYTD01
           ADD 1 TO PAY-RCL-REC-COUNT.                                  PAYYTD01
       2230-EXIT.                                                       PAYYTD01
           EXIT.                                                        PAYYTD01
      ***************************************************************** PAYYTD01
      * 2300-ADD-SEGMENT - CURRENT SEGMENT AND RECENT-PERIOD HISTORY    PAYYTD01
      ***************************************************************** PAYYTD01
       2300-ADD-SEGMENT.                                                PAYYTD01
           ADD PI-WAGES TO YTD-SEG-WAGES (YTD-SEG-COUNT).               PAYYTD01
           ADD PI-OT TO YTD-SEG-OT (YTD-SEG-COUNT).                     PAYYTD01
           ADD PI-COMM TO YTD-SEG-COMM (YTD-SEG-COUNT).                 PAYYTD01
           IF YTD-RC-PERIOD (1) = PAY-PERIOD-DATE                       PAYYTD01
              AND YTD-RC-REGION (1) = PI-REGION                         PAYYTD01
              ADD PI-WAGES TO YTD-RC-WAGES (1)                          PAYYTD01
              ADD PI-OT TO YTD-RC-OT (1)                                PAYYTD01
              ADD PI-COMM TO YTD-RC-COMM (1)                            PAYYTD01
              GO TO 2300-EXIT                                           PAYYTD01
           END-IF.                                                      PAYYTD01
           PERFORM 2310-SHIFT-RECENT THRU 2310-EXIT                     PAYYTD01
               VARYING PAY-RC-IX FROM 6 BY -1                           PAYYTD01
               UNTIL PAY-RC-IX < 2.                                     PAYYTD01
           MOVE PAY-PERIOD-DATE TO YTD-RC-PERIOD (1).                   PAYYTD01
           MOVE PI-REGION TO YTD-RC-REGION (1).                         PAYYTD01
           MOVE PI-WAGES TO YTD-RC-WAGES (1).                           PAYYTD01
           MOVE PI-OT TO YTD-RC-OT (1).                                 PAYYTD01
           MOVE PI-COMM TO YTD-RC-COMM (1).                             PAYYTD01
       2300-EXIT.                                                       PAYYTD01
           EXIT.                                                        PAYYTD01
       2310-SHIFT-RECENT.                                               PAYYTD01
           COMPUTE PAY-RC-PREV = PAY-RC-IX - 1.                         PAYYTD01
           MOVE YTD-RECENT (PAY-RC-PREV) TO YTD-RECENT (PAY-RC-IX).     PAYYTD01
       2310-EXIT.                                                       PAYYTD01
           EXIT.                                                        PAYYTD01
      ***************************************************************** PAYYTD01
      * 2500-REPORT-TRANSFER - TRANSFER AND AMOUNTS BY REGION SEGMENT   PAYYTD01
      ***************************************************************** PAYYTD01
       2500-REPORT-TRANSFER.                                            PAYYTD01
           MOVE PI-EMP-NBR TO XTR-EMP.                                  PAYYTD01
           MOVE PI-NAME TO XTR-NAME.                                    PAYYTD01
           MOVE PAY-OLD-REGION TO XTR-FROM.                             PAYYTD01
           MOVE PI-REGION TO XTR-TO.                                    PAYYTD01
           MOVE PAY-XFR-EFF TO XTR-EFF.                                 PAYYTD01
           MOVE PAY-XFR-NOTE TO XTR-NOTE.                               PAYYTD01
           WRITE XRP-REC FROM XRP-XFR-LINE.                             PAYYTD01
           IF PAY-RCL-WAGES NOT = ZERO OR PAY-RCL-OT NOT = ZERO         PAYYTD01
              OR PAY-RCL-COMM NOT = ZERO                                PAYYTD01
              MOVE PAY-RCL-WAGES TO XRC-WAGES                           PAYYTD01
              MOVE PAY-RCL-OT TO XRC-OT                                 PAYYTD01
              MOVE PAY-RCL-COMM TO XRC-COMM                             PAYYTD01
              WRITE XRP-REC FROM XRP-RCL-LINE                           PAYYTD01
           END-IF.                                                      PAYYTD01
           PERFORM 2510-REPORT-SEGMENT THRU 2510-EXIT                   PAYYTD01
               VARYING PAY-SEG-IX FROM 1 BY 1                           PAYYTD01
               UNTIL PAY-SEG-IX > YTD-SEG-COUNT.                        PAYYTD01
       2500-EXIT.                                                       PAYYTD01
           EXIT.                                                        PAYYTD01
       2510-REPORT-SEGMENT.                                             PAYYTD01
           MOVE YTD-SEG-REGION (PAY-SEG-IX) TO XSG-REGION.              PAYYTD01
           MOVE YTD-SEG-FROM (PAY-SEG-IX) TO XSG-FROM.                  PAYYTD01
           MOVE YTD-SEG-WAGES (PAY-SEG-IX) TO XSG-WAGES.                PAYYTD01
           MOVE YTD-SEG-OT (PAY-SEG-IX) TO XSG-OT.                      PAYYTD01
           MOVE YTD-SEG-COMM (PAY-SEG-IX) TO XSG-COMM.                  PAYYTD01
           WRITE XRP-REC FROM XRP-SEG-LINE.                             PAYYTD01
       2510-EXIT.                                                       PAYYTD01
           EXIT.                                                        PAYYTD01
018800***************************************************************** PAYYTD01
018900* 3000-PRINT-YTD - LIST THE UPDATED MASTER                        PAYYTD01
019000***************************************************************** PAYYTD01
022300     DISPLAY 'EXTRACT RECORDS READ   = ' PAY-READ-COUNT.          PAYYTD01
022400     DISPLAY 'NEW EMPLOYEES ADDED    = ' PAY-NEW-COUNT.           PAYYTD01
022500     DISPLAY 'EMPLOYEES ACCUMULATED  = ' PAY-UPD-COUNT.           PAYYTD01
022510     DISPLAY 'PAY PERIOD ENDING      = ' PAY-PERIOD-DATE.         PAYYTD01
022520     DISPLAY 'CALENDAR PAY DATE      = ' PAY-PAY-DATE.            PAYYTD01
022521     PERFORM 8100-TRANSFER-TOTALS THRU 8100-EXIT.                 PAYYTD01
022522     DISPLAY 'REGION TRANSFERS       = ' PAY-XFR-COUNT.           PAYYTD01
022523     DISPLAY 'BACKDATED RECLASSES    = ' PAY-BACKDATED-COUNT.     PAYYTD01
022524     IF PAY-XFR-FULL-COUNT NOT = ZERO                             PAYYTD01
022525        MOVE 'Y' TO PAY-WARN-SWITCH                               PAYYTD01
022526     END-IF.                                                      PAYYTD01
022530     IF PAY-WARN-SWITCH = 'Y' AND RETURN-CODE = ZERO              PAYYTD01
022540        MOVE 4 TO RETURN-CODE                                     PAYYTD01
022550     END-IF.                                                      PAYYTD01
081900     MOVE 'F' TO X95-PHASE.                                       PAYYTD01
081910     MOVE PAY-READ-COUNT TO X95-CPT-ENTREE.                       PAYYTD01
081920     MOVE PAY-READ-COUNT TO X95-CPT-SORTIE.                       PAYYTD01
081950     CALL 'SY0095' USING SY0095-PARMS.                            PAYYTD01
022600 8000-EXIT.                                                       PAYYTD01
022700     EXIT.                                                        PAYYTD01
022710***************************************************************** PAYYTD01
022711* 8100-TRANSFER-TOTALS - CLOSE THE TRANSFER LISTING               PAYYTD01
022712***************************************************************** PAYYTD01
022713 8100-TRANSFER-TOTALS.                                            PAYYTD01
022714     MOVE SPACES TO XRP-REC.                                      PAYYTD01
022715     WRITE XRP-REC.                                               PAYYTD01
022716     MOVE 'REGION TRANSFERS' TO XCT-LABEL.                        PAYYTD01
022717     MOVE PAY-XFR-COUNT TO XCT-VALUE.                             PAYYTD01
022718     WRITE XRP-REC FROM XRP-CNT-LINE.                             PAYYTD01
022719     MOVE 'BACKDATED WITH RECLASS' TO XCT-LABEL.                  PAYYTD01
022720     MOVE PAY-BACKDATED-COUNT TO XCT-VALUE.                       PAYYTD01
022721     WRITE XRP-REC FROM XRP-CNT-LINE.                             PAYYTD01
022722     MOVE 'RECLASS REQUESTS WRITTEN' TO XCT-LABEL.                PAYYTD01
022723     MOVE PAY-RCL-REC-COUNT TO XCT-VALUE.                         PAYYTD01
022724     WRITE XRP-REC FROM XRP-CNT-LINE.                             PAYYTD01
022725     MOVE 'SEGMENT TABLE FULL - NOT SPLIT' TO XCT-LABEL.          PAYYTD01
022726     MOVE PAY-XFR-FULL-COUNT TO XCT-VALUE.                        PAYYTD01
022727     WRITE XRP-REC FROM XRP-CNT-LINE.                             PAYYTD01
022728     CLOSE XRP-FILE.                                              PAYYTD01
022729     CLOSE XGL-FILE.                                              PAYYTD01
022730 8100-EXIT.                                                       PAYYTD01
022731     EXIT.                                                        PAYYTD01
022735***************************************************************** PAYYTD01
022739* 8200-JOURNAL-STOP - RUN STOPPED DURING INITIALIZATION           PAYYTD01
022743***************************************************************** PAYYTD01
022747 8200-JOURNAL-STOP.                                               PAYYTD01
022751     MOVE 'PAYYTD01' TO X81-PROGRAMME.                            PAYYTD01
022755     MOVE '1000-INITIALIZE' TO X81-PARAGRAPHE.                    PAYYTD01
022759     MOVE PAY-ERR-CATEGORY TO X81-CATEGORIE.                      PAYYTD01
022763     MOVE PAY-ERR-FILE TO X81-FICHIER.                            PAYYTD01
022767     MOVE PAY-ERR-STATUS TO X81-STATUT.                           PAYYTD01
022771     MOVE SPACES TO X81-TEXTE.                                    PAYYTD01
022775     MOVE ZERO TO X81-CPT-ENTREE X81-CPT-SORTIE                   PAYYTD01
022779                  X81-CPT-REJET.                                  PAYYTD01
022783     CALL 'SY0081' USING SY0081-PARMS.                            PAYYTD01
022787     MOVE X81-CODE-RETOUR TO RETURN-CODE.                         PAYYTD01
022800 9999-EXIT.                                                       PAYYTD01
022900     GOBACK.                                                      PAYYTD01
