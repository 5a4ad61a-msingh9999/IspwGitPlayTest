001200*  26/08/22  MAINT       NEW PROGRAM                              PAYVAL01
001250*  26/08/22  MAINT       DATE CHECK VIA SY0099 SERVICE            PAYVAL01
001260*  26/09/02  MAINT       CROSS-CHECK PI-EMP-NBR AGAINST YTDMST   PAYVAL01
001270*  26/10/15  MAINT       YTD DEDUCTION BUCKETS ON YTDMST          PAYVAL01
001280*  26/10/15  MAINT       YTD REGION SEGMENTS ON YTDMST            PAYVAL01
001290*  26/10/15  MAINT       YTD OFF-CYCLE MARKER ON YTDMST           PAYVAL01
001291*  26/10/15  MAINT       PAYOUT/PAYREJ IMAGE WIDENED TO 63 BYTES  PAYVAL01
001300***************************************************************** PAYVAL01
001400*                                                                 PAYVAL01
001500*  VALIDATION FRONT-END FOR THE PAYROLL EXTRACT: CHECKS THE       PAYVAL01
           05  YTD-OT              PIC 9(07)V99.                        PAYVAL01
           05  YTD-COMM            PIC 9(07)V99.                        PAYVAL01
           05  YTD-LAST-RUN        PIC 9(06).                           PAYVAL01
           05  YTD-DEDUCTIONS.                                          PAYVAL01
               10  YTD-DED-AMT     PIC 9(07)V99 OCCURS 4 TIMES.         PAYVAL01
           05  YTD-SEG-COUNT       PIC 9(01).                           PAYVAL01
           05  YTD-SEGMENTS.                                            PAYVAL01
               10  YTD-SEGMENT     OCCURS 4 TIMES.                      PAYVAL01
                   15  YTD-SEG-REGION  PIC X(05).                       PAYVAL01
                   15  YTD-SEG-FROM    PIC 9(08).                       PAYVAL01
                   15  YTD-SEG-WAGES   PIC 9(07)V99.                    PAYVAL01
                   15  YTD-SEG-OT      PIC 9(07)V99.                    PAYVAL01
                   15  YTD-SEG-COMM    PIC 9(07)V99.                    PAYVAL01
           05  YTD-RECENT-AREA.                                         PAYVAL01
               10  YTD-RECENT      OCCURS 6 TIMES.                      PAYVAL01
                   15  YTD-RC-PERIOD   PIC 9(08).                       PAYVAL01
                   15  YTD-RC-REGION   PIC X(05).                       PAYVAL01
                   15  YTD-RC-WAGES    PIC 9(05)V99.                    PAYVAL01
                   15  YTD-RC-OT       PIC 9(05)V99.                    PAYVAL01
                   15  YTD-RC-COMM     PIC 9(05)V99.                    PAYVAL01
           05  YTD-OFF-CYCLE.                                           PAYVAL01
               10  YTD-OFF-BATCH   PIC X(08).                           PAYVAL01
               10  YTD-OFF-DATE    PIC 9(08).                           PAYVAL01
               10  YTD-OFF-GROSS   PIC 9(07)V99.                        PAYVAL01
       FD  NEWEMP-FILE                                                  PAYVAL01
           LABEL RECORDS STANDARD                                       PAYVAL01
           BLOCK 00000 RECORDS                                          PAYVAL01
006300     LABEL RECORDS STANDARD                                       PAYVAL01
006400     BLOCK 00000 RECORDS                                          PAYVAL01
006500     RECORDING F.                                                 PAYVAL01
006600 01  PO-REC                  PIC X(63).                           PAYVAL01
006700 FD  PAYREJ-FILE                                                  PAYVAL01
006800     LABEL RECORDS STANDARD                                       PAYVAL01
006900     BLOCK 00000 RECORDS                                          PAYVAL01
007000     RECORDING F.                                                 PAYVAL01
007100 01  PR-REC.                                                      PAYVAL01
007200     05  PR-IMAGE            PIC X(63).                           PAYVAL01
007300     05  PR-REASON-CODE      PIC X(03).                           PAYVAL01
007400     05  PR-REASON-TEXT      PIC X(19).                           PAYVAL01
007500 WORKING-STORAGE SECTION.                                         PAYVAL01
