000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TPROG19.
000300 AUTHOR.        BENCHMARK ISPW TRAINING.
000400 DATE-WRITTEN.  OCTOBER 15TH, 2026.
000500 DATE-COMPILED.
000600
000700********************************************************
000800* SELECTION-AND-COPY DRIVER FOR THE RECORD SERVER
000900*      CALLS          TSUBR19
001000*      WITH COPYLIB   TCPYB19 (LINKAGE AREA)
001100* ======================================================
001200*                   MODIFICATION  LOG
001300*
001400*  DD/MM/YY  PROGRAMMER  CHANGES
001500*  ********  **********  *******
001600*  26/10/15  MAINT       NEW PROGRAM
001700* ======================================================
001800*
001900*  CONTROL CARDS (CONTROL DD), KEYWORD IN COLS 1-8,
002000*  OPERANDS FROM COL 10.  '*' IN COL 1 IS A COMMENT.
002100*  CARDS UP TO A RUN CARD MAKE ONE EXTRACT STEP; ANY
002200*  CARDS AFTER THE LAST RUN CARD ARE RUN AT END OF
002300*  DECK.  EVERY STEP STARTS FROM THE DEFAULTS.
002400*
002500*   HANDLE   1, 2, 3 (INPUT/INPUT2/INPUT3) OR K (KEYED
002600*            MASTER).                     DEFAULT 1
002700*   LAYOUT   STANDARD (80) OR WIDE (133). DEFAULT STANDARD
002800*            THE KEYED MASTER IS STANDARD ONLY.
002900*   SELECT   PPP LLL OP VALUE
003000*            COLS 10-12 POSITION, 14-16 LENGTH (1-40),
003100*            18-19 EQ/NE/GT/LT/GE/LE, 21-60 VALUE.
003200*            UP TO 10 PER STEP, ALL MUST BE TRUE.
003300*            NO SELECT CARDS SELECTS EVERY RECORD.
003400*   READKEY  KEY (COLS 10-29), UP TO 50 PER STEP.
003500*            HANDLE K ONLY.
003600*   BROWSE   FROM-KEY (COLS 10-29), TO-KEY (COLS 31-50).
003700*            HANDLE K ONLY.  BLANK FROM-KEY STARTS AT
003800*            THE FIRST RECORD, BLANK TO-KEY RUNS TO END.
003900*   OUTPUT   FILE (OUTPUT DD VIA TSUBR19), PRINT (LIST
004000*            ON THE REPORT) OR NONE (COUNT ONLY).
004100*                                         DEFAULT FILE
004200*            ALL FILE STEPS MUST SHARE ONE LAYOUT.
004300*   RUN      RUN THE STEP BUILT SO FAR.
004400*
004500*  RETURN CODES
004600*   0  ALL STEPS RUN
004700*   4  A READKEY KEY WAS NOT FOUND, OR NO STEPS IN DECK
004800*   8  CONTROL CARD ERROR (THAT STEP IS NOT RUN)
004900* ======================================================
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER. IBM-370.
005300 OBJECT-COMPUTER. IBM-370.
005400
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700
005800********************************************************
005900*  FILES USED:
006000*   CONTROL  EXTRACT CONTROL CARDS
006100*   REPORT   CARD LISTING, STEP COUNTS, HANDLE SUMMARY
006200*  INPUT, INPUT2, INPUT3, KEYED AND OUTPUT ARE OPENED
006300*  AND READ/WRITTEN BY TSUBR19.
006400********************************************************
006500     SELECT CTLFILE ASSIGN UT-S-CONTROL
006600       ORGANIZATION IS SEQUENTIAL
006700       ACCESS IS SEQUENTIAL.
006800     SELECT RPTFILE ASSIGN UT-S-REPORT
006900       ORGANIZATION IS SEQUENTIAL
007000       ACCESS IS SEQUENTIAL.
007100
007200
007300 DATA DIVISION.
007400
007500 FILE SECTION.
007600
007700 FD  CTLFILE
007800     LABEL RECORDS OMITTED
007900     BLOCK CONTAINS 0 RECORDS
008000     RECORDING MODE IS F
008100     DATA RECORDS ARE CONTROL-CARD, SELECT-CARD, KEY-CARD.
008200
008300 01  CONTROL-CARD.
008400     05  CC-KEYWORD        PIC X(8).
008500     05  FILLER            PIC X.
008600     05  CC-OPERAND        PIC X(8).
008700     05  FILLER            PIC X(63).
008800 01  SELECT-CARD.
008900     05  FILLER            PIC X(9).
009000     05  SC-POSITION       PIC 9(3).
009100     05  FILLER            PIC X.
009200     05  SC-LENGTH         PIC 9(3).
009300     05  FILLER            PIC X.
009400     05  SC-OPERATOR       PIC X(2).
009500     05  FILLER            PIC X.
009600     05  SC-VALUE          PIC X(40).
009700     05  FILLER            PIC X(20).
009800 01  KEY-CARD.
009900     05  FILLER            PIC X(9).
010000     05  KC-FROM-KEY       PIC X(20).
010100     05  FILLER            PIC X.
010200     05  KC-TO-KEY         PIC X(20).
010300     05  FILLER            PIC X(30).
010400
010500 FD  RPTFILE
010600     LABEL RECORDS OMITTED
010700     BLOCK CONTAINS 0 RECORDS
010800     RECORDING MODE IS F
010900     DATA RECORD IS REPORT-LINE.
011000
011100 01  REPORT-LINE       PIC X(133).
011200
011300 WORKING-STORAGE SECTION.
011400
011500 01   CTLFILE-EOF-FLAG     PIC X(1) VALUE 'N'.
011600      88 CTLFILE-EOF       VALUE 'Y'.
011700 01   STEP-PENDING-FLAG    PIC X(1) VALUE 'N'.
011800      88 STEP-PENDING      VALUE 'Y'.
011900 01   STEP-ERROR-FLAG      PIC X(1) VALUE 'N'.
012000      88 STEP-IN-ERROR     VALUE 'Y'.
012100 01   RECORD-SELECTED-FLAG PIC X(1) VALUE 'N'.
012200      88 RECORD-SELECTED   VALUE 'Y'.
012300 01   HIGHEST-RC           PIC 9(2) VALUE ZERO.
012400
012500********************************************************
012600**** THE STEP BEING BUILT FROM THE CONTROL CARDS
012700********************************************************
012800 01   STEP-SETTINGS.
012900      05 STEP-HANDLE       PIC X(1).
013000         88 STEP-HANDLE-KEYED  VALUE 'K'.
013100         88 STEP-HANDLE-VALID  VALUE '1' '2' '3' 'K'.
013200      05 STEP-LAYOUT       PIC X(1).
013300         88 STEP-LAYOUT-WIDE   VALUE '2'.
013400      05 STEP-OUTPUT       PIC X(5).
013500         88 OUTPUT-TO-FILE     VALUE 'FILE'.
013600         88 OUTPUT-TO-PRINT    VALUE 'PRINT'.
013700         88 OUTPUT-TO-NONE     VALUE 'NONE'.
013800      05 STEP-ACCESS       PIC X(1).
013900         88 ACCESS-SEQUENTIAL  VALUE 'S'.
014000         88 ACCESS-BY-KEY      VALUE 'K'.
014100         88 ACCESS-BROWSE      VALUE 'B'.
014200      05 STEP-FROM-KEY     PIC X(20).
014300      05 STEP-TO-KEY       PIC X(20).
014400      05 RULE-COUNT        PIC 9(2).
014500      05 RULE-ENTRY        OCCURS 10 TIMES.
014600         10 RULE-POSITION  PIC 9(3).
014700         10 RULE-LENGTH    PIC 9(3).
014800         10 RULE-OPERATOR  PIC X(2).
014900         10 RULE-VALUE     PIC X(40).
015000      05 KEY-COUNT         PIC 9(2).
015100      05 KEY-ENTRY         OCCURS 50 TIMES PIC X(20).
015200
015300 01   RULE-SUB             PIC 9(2) VALUE ZERO.
015400 01   KEY-SUB              PIC 9(2) VALUE ZERO.
015500 01   HANDLE-SUB           PIC 9(1) VALUE ZERO.
015600 01   FIELD-POS            PIC 9(3) VALUE ZERO.
015700 01   FIELD-LEN            PIC 9(3) VALUE ZERO.
015800 01   RECORD-LIMIT         PIC 9(3) VALUE ZERO.
015900 01   COMPARE-FIELD        PIC X(40) VALUE SPACES.
016000 01   COMPARE-VALUE        PIC X(40) VALUE SPACES.
016100 01   OUTFILE-LAYOUT       PIC X(1) VALUE SPACE.
016200 01   ERROR-TEXT           PIC X(60) VALUE SPACES.
016300
016400 01   STEP-NUMBER          PIC 9(3) VALUE ZERO.
016500 01   WRITTEN-BEFORE       PIC 9(9) VALUE ZERO.
016600 01   STEP-COUNTS.
016700      05 STEP-READ         PIC 9(9).
016800      05 STEP-SKIPPED      PIC 9(9).
016900      05 STEP-WRITTEN      PIC 9(9).
017000      05 STEP-PRINTED      PIC 9(9).
017100
017200********************************************************
017300**** RUN TOTALS PER HANDLE (1-3 = INPUT FILES, 4 = KEYED)
017400********************************************************
017500 01   HANDLE-TOTALS.
017600      05 HANDLE-TOTAL      OCCURS 4 TIMES.
017700         10 HT-USED-FLAG   PIC X(1).
017800            88 HT-USED         VALUE 'Y'.
017900         10 HT-STEPS       PIC 9(3).
018000         10 HT-READ        PIC 9(9).
018100         10 HT-SKIPPED     PIC 9(9).
018200         10 HT-WRITTEN     PIC 9(9).
018300         10 HT-PRINTED     PIC 9(9).
018400
018500 01   HANDLE-CODE-VALUES   PIC X(4) VALUE '123K'.
018600 01   HANDLE-CODES REDEFINES HANDLE-CODE-VALUES.
018700      05 HANDLE-CODE       OCCURS 4 TIMES PIC X(1).
018800 01   HANDLE-DD-VALUES     PIC X(32)
018900          VALUE 'INPUT   INPUT2  INPUT3  KEYED   '.
019000 01   HANDLE-DDS REDEFINES HANDLE-DD-VALUES.
019100      05 HANDLE-DD         OCCURS 4 TIMES PIC X(8).
019200
019300********************************************************
019400**** REPORT LINES
019500********************************************************
019600 01   HEADING-LINE.
019700      05 FILLER  PIC X(40)
019800          VALUE 'TPROG19 - SELECTION AND COPY REPORT'.
019900      05 FILLER  PIC X(93) VALUE SPACES.
020000 01   CARD-LINE.
020100      05 FILLER  PIC X(8)  VALUE ' CARD: '.
020200      05 CARD-IMAGE        PIC X(80).
020300      05 FILLER  PIC X(45) VALUE SPACES.
020400 01   ERROR-LINE.
020500      05 FILLER  PIC X(12) VALUE ' *** ERROR: '.
020600      05 ERROR-MSG         PIC X(60).
020700      05 FILLER  PIC X(61) VALUE SPACES.
020800 01   NOTFOUND-LINE.
020900      05 FILLER  PIC X(18) VALUE ' *** KEY NOT FOUND'.
021000      05 FILLER  PIC X(2)  VALUE ': '.
021100      05 NOTFOUND-KEY      PIC X(20).
021200      05 FILLER  PIC X(93) VALUE SPACES.
021300 01   STEP-LINE.
021400      05 FILLER  PIC X(6)  VALUE ' STEP '.
021500      05 SL-STEP           PIC ZZ9.
021600      05 FILLER  PIC X(8)  VALUE ' HANDLE '.
021700      05 SL-HANDLE         PIC X(1).
021800      05 FILLER  PIC X(8)  VALUE ' LAYOUT '.
021900      05 SL-LAYOUT         PIC X(8).
022000      05 FILLER  PIC X(8)  VALUE ' OUTPUT '.
022100      05 SL-OUTPUT         PIC X(5).
022200      05 FILLER  PIC X(6)  VALUE ' READ '.
022300      05 SL-READ           PIC Z(8)9.
022400      05 FILLER  PIC X(9)  VALUE ' SKIPPED '.
022500      05 SL-SKIPPED        PIC Z(8)9.
022600      05 FILLER  PIC X(9)  VALUE ' WRITTEN '.
022700      05 SL-WRITTEN        PIC Z(8)9.
022800      05 FILLER  PIC X(9)  VALUE ' PRINTED '.
022900      05 SL-PRINTED        PIC Z(8)9.
023000      05 FILLER  PIC X(18) VALUE SPACES.
023100 01   NOT-RUN-LINE.
023200      05 FILLER  PIC X(6)  VALUE ' STEP '.
023300      05 NR-STEP           PIC ZZ9.
023400      05 FILLER  PIC X(36)
023500          VALUE ' NOT RUN - CONTROL CARD ERRORS'.
023600      05 FILLER  PIC X(88) VALUE SPACES.
023700 01   SUMMARY-HEAD-1.
023800      05 FILLER  PIC X(40)
023900          VALUE ' RECORD COUNTS BY HANDLE'.
024000      05 FILLER  PIC X(93) VALUE SPACES.
024100 01   SUMMARY-HEAD-2.
024200      05 FILLER  PIC X(24)
024300          VALUE ' HANDLE  DD        STEPS'.
024400      05 FILLER  PIC X(28)
024500          VALUE '     RECS-READ  RECS-SKIPPED'.
024600      05 FILLER  PIC X(28)
024700          VALUE '  RECS-WRITTEN  RECS-PRINTED'.
024800      05 FILLER  PIC X(53) VALUE SPACES.
024900 01   SUMMARY-LINE.
025000      05 FILLER  PIC X(4)  VALUE SPACES.
025100      05 SM-HANDLE         PIC X(1).
025200      05 FILLER  PIC X(3)  VALUE SPACES.
025300      05 SM-DD             PIC X(8).
025400      05 FILLER  PIC X(3)  VALUE SPACES.
025500      05 SM-STEPS          PIC ZZ9.
025600      05 FILLER  PIC X(5)  VALUE SPACES.
025700      05 SM-READ           PIC Z(8)9.
025800      05 FILLER  PIC X(5)  VALUE SPACES.
025900      05 SM-SKIPPED        PIC Z(8)9.
026000      05 FILLER  PIC X(5)  VALUE SPACES.
026100      05 SM-WRITTEN        PIC Z(8)9.
026200      05 FILLER  PIC X(5)  VALUE SPACES.
026300      05 SM-PRINTED        PIC Z(8)9.
026400      05 FILLER  PIC X(53) VALUE SPACES.
026500 01   NO-STEPS-LINE.
026600      05 FILLER  PIC X(40)
026700          VALUE ' NO EXTRACT STEPS IN THE CONTROL DECK'.
026800      05 FILLER  PIC X(93) VALUE SPACES.
026900 01   END-LINE.
027000      05 FILLER  PIC X(24) VALUE ' TPROG19 ENDED - RC='.
027100      05 END-RC            PIC 9(2).
027200      05 FILLER  PIC X(107) VALUE SPACES.
027300
027400********************************************************
027500**** A COPY MEMBER FOR THE TSUBR19 LINKAGE AREA
027600********************************************************
027700 COPY TCPYB19.
027800
027900 PROCEDURE DIVISION.
028000
028100 00000-MAIN-PROCEDURE.
028200
028300     PERFORM START-UP THRU START-UP-X.
028400
028500     PERFORM READ-A-CARD THRU READ-A-CARD-X.
028600
028700     PERFORM PROCESS-A-CARD THRU PROCESS-A-CARD-X
028800        UNTIL CTLFILE-EOF.
028900
029000     IF STEP-PENDING THEN
029100        PERFORM RUN-A-STEP THRU RUN-A-STEP-X.
029200
029300     PERFORM WRAP-UP THRU WRAP-UP-X.
029400
029500     GOBACK.
029600
029700 START-UP.
029800     OPEN INPUT  CTLFILE.
029900     OPEN OUTPUT RPTFILE.
030000     PERFORM CLEAR-A-HANDLE THRU CLEAR-A-HANDLE-X
030100        VARYING HANDLE-SUB FROM 1 BY 1 UNTIL HANDLE-SUB > 4.
030200     PERFORM RESET-STEP THRU RESET-STEP-X.
030300     WRITE REPORT-LINE FROM HEADING-LINE.
030400     MOVE SPACES TO REPORT-LINE.
030500     WRITE REPORT-LINE.
030600 START-UP-X.
030700     EXIT.
030800
030900 CLEAR-A-HANDLE.
031000     MOVE 'N'  TO HT-USED-FLAG (HANDLE-SUB).
031100     MOVE ZERO TO HT-STEPS     (HANDLE-SUB)
031200                  HT-READ      (HANDLE-SUB)
031300                  HT-SKIPPED   (HANDLE-SUB)
031400                  HT-WRITTEN   (HANDLE-SUB)
031500                  HT-PRINTED   (HANDLE-SUB).
031600 CLEAR-A-HANDLE-X.
031700     EXIT.
031800
031900 RESET-STEP.
032000     MOVE '1'    TO STEP-HANDLE.
032100     MOVE '1'    TO STEP-LAYOUT.
032200     MOVE 'FILE' TO STEP-OUTPUT.
032300     MOVE 'S'    TO STEP-ACCESS.
032400     MOVE SPACES TO STEP-FROM-KEY
032500                    STEP-TO-KEY.
032600     MOVE ZERO   TO RULE-COUNT
032700                    KEY-COUNT.
032800     MOVE 'N'    TO STEP-PENDING-FLAG
032900                    STEP-ERROR-FLAG.
033000 RESET-STEP-X.
033100     EXIT.
033200
033300 READ-A-CARD.
033400     READ CTLFILE AT END MOVE 'Y' TO CTLFILE-EOF-FLAG.
033500 READ-A-CARD-X.
033600     EXIT.
033700
033800 PROCESS-A-CARD.
033900     IF CONTROL-CARD (1:1) = '*' OR CONTROL-CARD = SPACES
034000        GO TO PROCESS-A-CARD-NEXT.
034100
034200     MOVE CONTROL-CARD TO CARD-IMAGE.
034300     WRITE REPORT-LINE FROM CARD-LINE.
034400
034500     IF CC-KEYWORD = 'RUN' THEN
034600        PERFORM RUN-A-STEP THRU RUN-A-STEP-X
034700        GO TO PROCESS-A-CARD-NEXT.
034800
034900     MOVE 'Y' TO STEP-PENDING-FLAG.
034950     IF CC-KEYWORD = 'HANDLE' THEN
035000        PERFORM HANDLE-CARD THRU HANDLE-CARD-X
035050        GO TO PROCESS-A-CARD-NEXT.
035100     IF CC-KEYWORD = 'LAYOUT' THEN
035150        PERFORM LAYOUT-CARD THRU LAYOUT-CARD-X
035200        GO TO PROCESS-A-CARD-NEXT.
035250     IF CC-KEYWORD = 'SELECT' THEN
035300        PERFORM SELECT-RULE-CARD THRU SELECT-RULE-CARD-X
035350        GO TO PROCESS-A-CARD-NEXT.
035400     IF CC-KEYWORD = 'READKEY' THEN
035450        PERFORM READKEY-CARD THRU READKEY-CARD-X
035500        GO TO PROCESS-A-CARD-NEXT.
035550     IF CC-KEYWORD = 'BROWSE' THEN
035600        PERFORM BROWSE-CARD THRU BROWSE-CARD-X
035650        GO TO PROCESS-A-CARD-NEXT.
035700     IF CC-KEYWORD = 'OUTPUT' THEN
035750        PERFORM OUTPUT-CARD THRU OUTPUT-CARD-X
035800        GO TO PROCESS-A-CARD-NEXT.
035850     MOVE 'UNKNOWN CONTROL CARD KEYWORD' TO ERROR-TEXT.
035900     PERFORM CARD-ERROR THRU CARD-ERROR-X.
036700
036800 PROCESS-A-CARD-NEXT.
036900     PERFORM READ-A-CARD THRU READ-A-CARD-X.
037000 PROCESS-A-CARD-X.
037100     EXIT.
037200
037300 HANDLE-CARD.
037400     MOVE CC-OPERAND (1:1) TO STEP-HANDLE.
037500     IF NOT STEP-HANDLE-VALID OR CC-OPERAND (2:7) NOT = SPACES
037600        MOVE 'HANDLE MUST BE 1, 2, 3 OR K' TO ERROR-TEXT
037700        PERFORM CARD-ERROR THRU CARD-ERROR-X.
037800 HANDLE-CARD-X.
037900     EXIT.
038000
038100 LAYOUT-CARD.
038200     IF CC-OPERAND = 'STANDARD' THEN
038300        MOVE '1' TO STEP-LAYOUT
038400     ELSE
038500        IF CC-OPERAND = 'WIDE' THEN
038600           MOVE '2' TO STEP-LAYOUT
038700        ELSE
038800           MOVE 'LAYOUT MUST BE STANDARD OR WIDE' TO ERROR-TEXT
038900           PERFORM CARD-ERROR THRU CARD-ERROR-X.
039000 LAYOUT-CARD-X.
039100     EXIT.
039200
039300 SELECT-RULE-CARD.
039400     IF RULE-COUNT NOT < 10 THEN
039500        MOVE 'MORE THAN 10 SELECT CARDS IN ONE STEP'
039600           TO ERROR-TEXT
039700        PERFORM CARD-ERROR THRU CARD-ERROR-X
039800        GO TO SELECT-RULE-CARD-X.
039900
040000     IF SC-POSITION NOT NUMERIC OR SC-LENGTH NOT NUMERIC
040100        MOVE 'SELECT POSITION/LENGTH MUST BE 3 DIGITS'
040200           TO ERROR-TEXT
040300        PERFORM CARD-ERROR THRU CARD-ERROR-X
040400        GO TO SELECT-RULE-CARD-X.
040500
040600     IF SC-POSITION = ZERO OR SC-LENGTH = ZERO
040700        OR SC-LENGTH > 40
040800        OR SC-POSITION + SC-LENGTH - 1 > 133
040900        MOVE 'SELECT FIELD OUTSIDE RECORD OR LONGER THAN 40'
041000           TO ERROR-TEXT
041100        PERFORM CARD-ERROR THRU CARD-ERROR-X
041200        GO TO SELECT-RULE-CARD-X.
041300
041400     IF SC-OPERATOR NOT = 'EQ' AND NOT = 'NE'
041500                AND NOT = 'GT' AND NOT = 'LT'
041600                AND NOT = 'GE' AND NOT = 'LE'
041700        MOVE 'SELECT OPERATOR MUST BE EQ NE GT LT GE OR LE'
041800           TO ERROR-TEXT
041900        PERFORM CARD-ERROR THRU CARD-ERROR-X
042000        GO TO SELECT-RULE-CARD-X.
042100
042200     ADD 1 TO RULE-COUNT.
042300     MOVE SC-POSITION TO RULE-POSITION (RULE-COUNT).
042400     MOVE SC-LENGTH   TO RULE-LENGTH   (RULE-COUNT).
042500     MOVE SC-OPERATOR TO RULE-OPERATOR (RULE-COUNT).
042600     MOVE SC-VALUE    TO RULE-VALUE    (RULE-COUNT).
042700 SELECT-RULE-CARD-X.
042800     EXIT.
042900
043000 READKEY-CARD.
043100     IF ACCESS-BROWSE THEN
043200        MOVE 'READKEY AND BROWSE CANNOT BE MIXED IN ONE STEP'
043300           TO ERROR-TEXT
043400        PERFORM CARD-ERROR THRU CARD-ERROR-X
043500        GO TO READKEY-CARD-X.
043600
043700     IF KEY-COUNT NOT < 50 OR KC-FROM-KEY = SPACES
043800        MOVE 'READKEY NEEDS A KEY, UP TO 50 PER STEP'
043900           TO ERROR-TEXT
044000        PERFORM CARD-ERROR THRU CARD-ERROR-X
044100        GO TO READKEY-CARD-X.
044200
044300     MOVE 'K' TO STEP-ACCESS.
044400     ADD 1 TO KEY-COUNT.
044500     MOVE KC-FROM-KEY TO KEY-ENTRY (KEY-COUNT).
044600 READKEY-CARD-X.
044700     EXIT.
044800
044900 BROWSE-CARD.
045000     IF NOT ACCESS-SEQUENTIAL THEN
045100        MOVE 'ONLY ONE BROWSE, NOT WITH READKEY, PER STEP'
045200           TO ERROR-TEXT
045300        PERFORM CARD-ERROR THRU CARD-ERROR-X
045400        GO TO BROWSE-CARD-X.
045500
045600     MOVE 'B' TO STEP-ACCESS.
045700     IF KC-FROM-KEY = SPACES
045800        MOVE LOW-VALUES  TO STEP-FROM-KEY
045900     ELSE
046000        MOVE KC-FROM-KEY TO STEP-FROM-KEY.
046100     MOVE KC-TO-KEY TO STEP-TO-KEY.
046200 BROWSE-CARD-X.
046300     EXIT.
046400
046500 OUTPUT-CARD.
046600     MOVE CC-OPERAND TO STEP-OUTPUT.
046700     IF CC-OPERAND (6:3) NOT = SPACES
046800        OR NOT (OUTPUT-TO-FILE OR OUTPUT-TO-PRINT
046900                               OR OUTPUT-TO-NONE)
047000        MOVE 'FILE' TO STEP-OUTPUT
047100        MOVE 'OUTPUT MUST BE FILE, PRINT OR NONE' TO ERROR-TEXT
047200        PERFORM CARD-ERROR THRU CARD-ERROR-X.
047300 OUTPUT-CARD-X.
047400     EXIT.
047500
047600 CARD-ERROR.
047700     MOVE ERROR-TEXT TO ERROR-MSG.
047800     WRITE REPORT-LINE FROM ERROR-LINE.
047900     MOVE 'Y' TO STEP-ERROR-FLAG.
048000     MOVE 8 TO HIGHEST-RC.
048100 CARD-ERROR-X.
048200     EXIT.
048300
048400********************************************************
048500**** RUN ONE STEP: CHECK IT, DRIVE TSUBR19, ADD IT UP
048600********************************************************
048700 RUN-A-STEP.
048800     ADD 1 TO STEP-NUMBER.
048900     MOVE ZERO TO STEP-READ STEP-SKIPPED
049000                  STEP-WRITTEN STEP-PRINTED.
049100
049200     PERFORM CHECK-A-STEP THRU CHECK-A-STEP-X.
049300     IF STEP-IN-ERROR THEN
049400        MOVE STEP-NUMBER TO NR-STEP
049500        WRITE REPORT-LINE FROM NOT-RUN-LINE
049600        MOVE SPACES TO REPORT-LINE
049700        WRITE REPORT-LINE
049800        GO TO RUN-A-STEP-RESET.
049900
050000     IF STEP-HANDLE-KEYED THEN
050100        MOVE 4 TO HANDLE-SUB
050200     ELSE
050300        MOVE STEP-HANDLE TO HANDLE-SUB
050400        MOVE HANDLE-SUB  TO FILE-HANDLE-ID.
050500     MOVE STEP-LAYOUT  TO RECORD-TYPE-CODE.
050600     MOVE RECS-WRITTEN TO WRITTEN-BEFORE.
050700
050800     IF ACCESS-BY-KEY THEN
050900        PERFORM FETCH-A-KEY THRU FETCH-A-KEY-X
051000           VARYING KEY-SUB FROM 1 BY 1
051100           UNTIL KEY-SUB > KEY-COUNT
051200     ELSE
051300        IF ACCESS-BROWSE THEN
051400           PERFORM BROWSE-THE-KEYS THRU BROWSE-THE-KEYS-X
051500        ELSE
051600           PERFORM READ-THE-FILE THRU READ-THE-FILE-X.
051700
051800     COMPUTE STEP-WRITTEN = RECS-WRITTEN - WRITTEN-BEFORE.
051900     IF STEP-WRITTEN > ZERO
052000        MOVE STEP-LAYOUT TO OUTFILE-LAYOUT.
052100
052200     MOVE 'Y' TO HT-USED-FLAG (HANDLE-SUB).
052300     ADD 1            TO HT-STEPS   (HANDLE-SUB).
052400     ADD STEP-READ    TO HT-READ    (HANDLE-SUB).
052500     ADD STEP-SKIPPED TO HT-SKIPPED (HANDLE-SUB).
052600     ADD STEP-WRITTEN TO HT-WRITTEN (HANDLE-SUB).
052700     ADD STEP-PRINTED TO HT-PRINTED (HANDLE-SUB).
052800
052900     MOVE STEP-NUMBER  TO SL-STEP.
053000     MOVE STEP-HANDLE  TO SL-HANDLE.
053100     IF STEP-LAYOUT-WIDE
053200        MOVE 'WIDE'     TO SL-LAYOUT
053300     ELSE
053400        MOVE 'STANDARD' TO SL-LAYOUT.
053500     MOVE STEP-OUTPUT  TO SL-OUTPUT.
053600     MOVE STEP-READ    TO SL-READ.
053700     MOVE STEP-SKIPPED TO SL-SKIPPED.
053800     MOVE STEP-WRITTEN TO SL-WRITTEN.
053900     MOVE STEP-PRINTED TO SL-PRINTED.
054000     WRITE REPORT-LINE FROM STEP-LINE.
054100     MOVE SPACES TO REPORT-LINE.
054200     WRITE REPORT-LINE.
054300
054400 RUN-A-STEP-RESET.
054500     PERFORM RESET-STEP THRU RESET-STEP-X.
054600 RUN-A-STEP-X.
054700     EXIT.
054800
054900 CHECK-A-STEP.
055000     IF STEP-HANDLE-KEYED AND ACCESS-SEQUENTIAL
055100        MOVE 'HANDLE K NEEDS A READKEY OR BROWSE CARD'
055200           TO ERROR-TEXT
055300        PERFORM CARD-ERROR THRU CARD-ERROR-X.
055400
055500     IF NOT STEP-HANDLE-KEYED AND NOT ACCESS-SEQUENTIAL
055600        MOVE 'READKEY/BROWSE ARE FOR HANDLE K ONLY'
055700           TO ERROR-TEXT
055800        PERFORM CARD-ERROR THRU CARD-ERROR-X.
055900
056000     IF STEP-HANDLE-KEYED AND STEP-LAYOUT-WIDE
056100        MOVE 'THE KEYED MASTER IS STANDARD LAYOUT ONLY'
056200           TO ERROR-TEXT
056300        PERFORM CARD-ERROR THRU CARD-ERROR-X.
056400
056500     IF OUTPUT-TO-FILE AND OUTFILE-LAYOUT NOT = SPACE
056600                       AND OUTFILE-LAYOUT NOT = STEP-LAYOUT
056700        MOVE 'OUTPUT LAYOUT DIFFERS FROM AN EARLIER FILE STEP'
056800           TO ERROR-TEXT
056900        PERFORM CARD-ERROR THRU CARD-ERROR-X.
057000
057100     IF STEP-LAYOUT-WIDE
057200        MOVE 133 TO RECORD-LIMIT
057300     ELSE
057400        MOVE 80  TO RECORD-LIMIT.
057500     PERFORM CHECK-A-RULE THRU CHECK-A-RULE-X
057600        VARYING RULE-SUB FROM 1 BY 1
057700        UNTIL RULE-SUB > RULE-COUNT.
057800 CHECK-A-STEP-X.
057900     EXIT.
058000
058100 CHECK-A-RULE.
058200     IF RULE-POSITION (RULE-SUB) + RULE-LENGTH (RULE-SUB) - 1
058300        > RECORD-LIMIT
058400        MOVE 'SELECT FIELD RUNS PAST THE END OF THE RECORD'
058500           TO ERROR-TEXT
058600        PERFORM CARD-ERROR THRU CARD-ERROR-X.
058700 CHECK-A-RULE-X.
058800     EXIT.
058900
059000 READ-THE-FILE.
059100     IF HT-USED (HANDLE-SUB) THEN
059200        MOVE 'W' TO ACTION-CODE
059300        CALL 'TSUBR19' USING PASS-ME-AROUND.
059400     MOVE 'N' TO INFILE-EOF-FLAG.
059500     MOVE 'Y' TO KEEPER-FLAG.
059600     PERFORM GET-A-RECORD THRU GET-A-RECORD-X
059700        UNTIL INFILE-EOF.
059800 READ-THE-FILE-X.
059900     EXIT.
060000
060100 GET-A-RECORD.
060200     MOVE 'R' TO ACTION-CODE.
060300     CALL 'TSUBR19' USING PASS-ME-AROUND.
060400     IF INFILE-EOF
060500        GO TO GET-A-RECORD-X.
060600     ADD RECS-READ TO STEP-READ.
060700     PERFORM SELECT-OR-SKIP THRU SELECT-OR-SKIP-X.
060800 GET-A-RECORD-X.
060900     EXIT.
061000
061100 FETCH-A-KEY.
061200     MOVE 'K' TO ACTION-CODE.
061300     MOVE KEY-ENTRY (KEY-SUB) TO KEY-VALUE.
061400     MOVE ZERO TO RECS-READ.
061500     CALL 'TSUBR19' USING PASS-ME-AROUND.
061600     IF KEY-NOT-FOUND THEN
061700        MOVE KEY-VALUE TO NOTFOUND-KEY
061800        WRITE REPORT-LINE FROM NOTFOUND-LINE
061900        IF HIGHEST-RC < 4
062000           MOVE 4 TO HIGHEST-RC
062100        END-IF
062200        GO TO FETCH-A-KEY-X.
062300     ADD RECS-READ TO STEP-READ.
062400     PERFORM SELECT-OR-SKIP THRU SELECT-OR-SKIP-X.
062500 FETCH-A-KEY-X.
062600     EXIT.
062700
062800 BROWSE-THE-KEYS.
062900     MOVE STEP-FROM-KEY TO KEY-VALUE.
063000     MOVE 'N' TO INFILE-EOF-FLAG.
063100     PERFORM BROWSE-A-RECORD THRU BROWSE-A-RECORD-X
063200        UNTIL INFILE-EOF.
063300 BROWSE-THE-KEYS-X.
063400     EXIT.
063500
063600 BROWSE-A-RECORD.
063700     MOVE 'B' TO ACTION-CODE.
063800     MOVE ZERO TO RECS-READ.
063900     CALL 'TSUBR19' USING PASS-ME-AROUND.
064000     MOVE SPACES TO KEY-VALUE.
064100     IF INFILE-EOF
064200        GO TO BROWSE-A-RECORD-X.
064300     IF STEP-TO-KEY NOT = SPACES
064400        AND INCOMING-DATA (1:20) > STEP-TO-KEY
064500        MOVE 'Y' TO INFILE-EOF-FLAG
064600        GO TO BROWSE-A-RECORD-X.
064700     ADD RECS-READ TO STEP-READ.
064800     PERFORM SELECT-OR-SKIP THRU SELECT-OR-SKIP-X.
064900 BROWSE-A-RECORD-X.
065000     EXIT.
065100
065200 SELECT-OR-SKIP.
065300     MOVE 'Y' TO RECORD-SELECTED-FLAG.
065400     PERFORM TEST-A-RULE THRU TEST-A-RULE-X
065500        VARYING RULE-SUB FROM 1 BY 1
065600        UNTIL RULE-SUB > RULE-COUNT OR NOT RECORD-SELECTED.
065700
065800     IF NOT RECORD-SELECTED THEN
065900        ADD 1 TO STEP-SKIPPED
066000        GO TO SELECT-OR-SKIP-X.
066100
066200     IF OUTPUT-TO-FILE THEN
066300        MOVE 'O' TO ACTION-CODE
066400        CALL 'TSUBR19' USING PASS-ME-AROUND
066500     ELSE
066600        IF OUTPUT-TO-PRINT THEN
066700           PERFORM PRINT-A-RECORD THRU PRINT-A-RECORD-X.
066800 SELECT-OR-SKIP-X.
066900     EXIT.
067000
067100 TEST-A-RULE.
067200     MOVE RULE-POSITION (RULE-SUB) TO FIELD-POS.
067300     MOVE RULE-LENGTH   (RULE-SUB) TO FIELD-LEN.
067400     IF RECORD-TYPE-WIDE
067500        MOVE INCOMING-DATA-WIDE (FIELD-POS:FIELD-LEN)
067600           TO COMPARE-FIELD
067700     ELSE
067800        MOVE INCOMING-DATA (FIELD-POS:FIELD-LEN)
067900           TO COMPARE-FIELD.
068000     MOVE RULE-VALUE (RULE-SUB) (1:FIELD-LEN) TO COMPARE-VALUE.
068100
068200     MOVE 'N' TO RECORD-SELECTED-FLAG.
068300     IF RULE-OPERATOR (RULE-SUB) = 'EQ'
068400        AND COMPARE-FIELD = COMPARE-VALUE
068500        MOVE 'Y' TO RECORD-SELECTED-FLAG.
068600     IF RULE-OPERATOR (RULE-SUB) = 'NE'
068700        AND COMPARE-FIELD NOT = COMPARE-VALUE
068800        MOVE 'Y' TO RECORD-SELECTED-FLAG.
068900     IF RULE-OPERATOR (RULE-SUB) = 'GT'
069000        AND COMPARE-FIELD > COMPARE-VALUE
069100        MOVE 'Y' TO RECORD-SELECTED-FLAG.
069200     IF RULE-OPERATOR (RULE-SUB) = 'LT'
069300        AND COMPARE-FIELD < COMPARE-VALUE
069400        MOVE 'Y' TO RECORD-SELECTED-FLAG.
069500     IF RULE-OPERATOR (RULE-SUB) = 'GE'
069600        AND COMPARE-FIELD NOT < COMPARE-VALUE
069700        MOVE 'Y' TO RECORD-SELECTED-FLAG.
069800     IF RULE-OPERATOR (RULE-SUB) = 'LE'
069900        AND COMPARE-FIELD NOT > COMPARE-VALUE
070000        MOVE 'Y' TO RECORD-SELECTED-FLAG.
070900 TEST-A-RULE-X.
071000     EXIT.
071100
071200 PRINT-A-RECORD.
071300     MOVE SPACES TO REPORT-LINE.
071400     IF RECORD-TYPE-WIDE
071500        MOVE INCOMING-DATA-WIDE TO REPORT-LINE
071600     ELSE
071700        MOVE INCOMING-DATA TO REPORT-LINE.
071800     WRITE REPORT-LINE.
071900     ADD 1 TO STEP-PRINTED.
072000 PRINT-A-RECORD-X.
072100     EXIT.
072200
072300********************************************************
072400**** CLOSE TSUBR19'S FILES AND PRINT THE HANDLE SUMMARY
072500********************************************************
072600 WRAP-UP.
072700     MOVE 'C' TO ACTION-CODE.
072800     CALL 'TSUBR19' USING PASS-ME-AROUND.
072900
073000     IF STEP-NUMBER = ZERO THEN
073100        WRITE REPORT-LINE FROM NO-STEPS-LINE
073200        IF HIGHEST-RC < 4
073300           MOVE 4 TO HIGHEST-RC.
073400
073500     WRITE REPORT-LINE FROM SUMMARY-HEAD-1.
073600     WRITE REPORT-LINE FROM SUMMARY-HEAD-2.
073700     PERFORM PRINT-A-HANDLE THRU PRINT-A-HANDLE-X
073800        VARYING HANDLE-SUB FROM 1 BY 1 UNTIL HANDLE-SUB > 4.
073900
074000     MOVE SPACES TO REPORT-LINE.
074100     WRITE REPORT-LINE.
074200     MOVE HIGHEST-RC TO END-RC.
074300     WRITE REPORT-LINE FROM END-LINE.
074400     DISPLAY 'TPROG19 ENDED - RC=' HIGHEST-RC.
074500
074600     CLOSE CTLFILE.
074700     CLOSE RPTFILE.
074800     MOVE HIGHEST-RC TO RETURN-CODE.
074900 WRAP-UP-X.
075000     EXIT.
075100
075200 PRINT-A-HANDLE.
075300     IF NOT HT-USED (HANDLE-SUB)
075400        GO TO PRINT-A-HANDLE-X.
075500     MOVE HANDLE-CODE (HANDLE-SUB) TO SM-HANDLE.
075600     MOVE HANDLE-DD   (HANDLE-SUB) TO SM-DD.
075700     MOVE HT-STEPS    (HANDLE-SUB) TO SM-STEPS.
075800     MOVE HT-READ     (HANDLE-SUB) TO SM-READ.
075900     MOVE HT-SKIPPED  (HANDLE-SUB) TO SM-SKIPPED.
076000     MOVE HT-WRITTEN  (HANDLE-SUB) TO SM-WRITTEN.
076100     MOVE HT-PRINTED  (HANDLE-SUB) TO SM-PRINTED.
076200     WRITE REPORT-LINE FROM SUMMARY-LINE.
076300 PRINT-A-HANDLE-X.
076400     EXIT.
