001000*  DATE      PROGRAMMER  CHANGES                                  PAYREF01
001100*  --------  ----------  -----------------------------------      PAYREF01
001200*  26/09/02  MAINT       NEW PROGRAM                              PAYREF01
001210*  26/10/15  MAINT       OPERATOR AUTHORIZATION CHECK (SY0085)    PAYREF01
001300***************************************************************** PAYREF01
001400*                                                                 PAYREF01
001500*  AUDITED MAINTENANCE FOR THE REGREF REGION REFERENCE:           PAYREF01
001800*  REGION STILL PRESENT ON THE CURRENT PAYIN EXTRACT), WRITES     PAYREF01
001900*  THE UPDATED LIST TO REGNEW, AN AUDIT RECORD PER TRANSACTION    PAYREF01
002000*  TO REFAUD, AND A BEFORE/AFTER LISTING TO REFRPT.               PAYREF01
002010*  THE OPERATOR MUST HOLD THE TRANSACTION ACTION FOR PAYREF01     PAYREF01
002020*  IN AUTREF (SY0085), OR THE TRANSACTION IS REJECTED.            PAYREF01
002100*                                                                 PAYREF01
002200 ENVIRONMENT DIVISION.                                            PAYREF01
002300 CONFIGURATION SECTION.                                           PAYREF01
014200     05  TRN-L-RESULT        PIC X(25).                           PAYREF01
014300     05  FILLER              PIC X(26) VALUE SPACES.              PAYREF01
014400 COPY SY0095.                                                     PAYREF01
014450 COPY SY0085.                                                     PAYREF01
014500 PROCEDURE DIVISION.                                              PAYREF01
014600***************************************************************** PAYREF01
014700* 0000-MAINLINE                                                   PAYREF01
027100     MOVE TRN-REGION TO TRN-L-REGION.                             PAYREF01
027200     MOVE TRN-NEW-REGION TO TRN-L-NEW.                            PAYREF01
027300     MOVE TRN-OPERATOR TO TRN-L-OPER.                             PAYREF01
027310     IF TRN-ACTION = 'A' OR TRN-ACTION = 'R' OR TRN-ACTION = 'C'  PAYREF01
027320        PERFORM 3050-CHECK-AUTH THRU 3050-EXIT                    PAYREF01
027330        IF X85-REFUSE                                             PAYREF01
027340           MOVE 'OPERATOR UNAUTHORIZED' TO TRN-L-RESULT           PAYREF01
027350           ADD 1 TO PAY-REJ-COUNT                                 PAYREF01
027360           WRITE RPT-REC FROM RPT-TRN-LINE                        PAYREF01
027370           PERFORM 3900-WRITE-AUDIT THRU 3900-EXIT                PAYREF01
027380           GO TO 3000-EXIT                                        PAYREF01
027390        END-IF                                                    PAYREF01
027395     END-IF.                                                      PAYREF01
027400     IF TRN-ACTION = 'A'                                          PAYREF01
027500        PERFORM 3100-ADD THRU 3100-EXIT                           PAYREF01
027600     ELSE                                                         PAYREF01
028900     PERFORM 3900-WRITE-AUDIT THRU 3900-EXIT.                     PAYREF01
029000 3000-EXIT.                                                       PAYREF01
029100     EXIT.                                                        PAYREF01
029110 3050-CHECK-AUTH.                                                 PAYREF01
029120     MOVE TRN-OPERATOR TO X85-OPERATEUR.                          PAYREF01
029130     MOVE 'PAYREF01' TO X85-PROGRAMME.                            PAYREF01
029140     MOVE TRN-ACTION TO X85-FONCTION.                             PAYREF01
029150     MOVE TRN-REGION TO X85-CLE.                                  PAYREF01
029160     CALL 'SY0085' USING SY0085-PARMS.                            PAYREF01
029170 3050-EXIT.                                                       PAYREF01
029180     EXIT.                                                        PAYREF01
029200 3100-ADD.                                                        PAYREF01
029300     MOVE TRN-REGION TO PAY-LOOKUP-REGION.                        PAYREF01
029400     PERFORM 3500-FIND-REGION THRU 3500-EXIT.                     PAYREF01
