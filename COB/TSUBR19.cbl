002280*  26/08/22  MAINT       ADD FILE-HANDLE-ID (INPUT2/INPUT3)
002290*  26/09/02  MAINT       ADD ACTION-READKEY/ACTION-BROWSE ON
002295*                        THE KEYED MASTER FILE (KEYED)
002297*  26/10/15  MAINT       ADD ACTION-MATCH, TWO-FILE KEY MATCH
002298*                        OF HANDLES 1 AND 2
002299*  26/10/15  MAINT       ACTION-READ ALWAYS READS BEFORE TESTING
002300* ======================================================
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
005683 01   KEYFILE-BROWSE-FLAG  PIC X(1) VALUE 'N'.
005684      88 KEYFILE-BROWSING  VALUE 'Y'.
005685 01   KEYFILE-STATUS       PIC X(2) VALUE ZERO.
005686
005687 01   MATCH-STARTED-FLAG   PIC X(1) VALUE 'N'.
005688      88 MATCH-STARTED     VALUE 'Y'.
005689 01   MATCH1-EOF-FLAG      PIC X(1) VALUE 'N'.
005690      88 MATCH1-EOF        VALUE 'Y'.
005691 01   MATCH2-EOF-FLAG      PIC X(1) VALUE 'N'.
005692      88 MATCH2-EOF        VALUE 'Y'.
005693 01   MATCH1-REC           PIC X(133) VALUE SPACES.
005694 01   MATCH2-REC           PIC X(133) VALUE SPACES.
005695 01   MATCH-REC-LIMIT      PIC 9(3) VALUE ZERO.
005700
005800 LINKAGE SECTION.
005900********************************************************
006782     IF ACTION-BROWSE THEN
006784        PERFORM BROWSE-FROM-KEY THRU BROWSE-FROM-KEY-X
006786        GOBACK.
006787
006788     IF ACTION-MATCH THEN
006789        PERFORM MATCH-TWO-FILES THRU MATCH-TWO-FILES-X
006790        GOBACK.
006780
006800     IF (ACTION-READ OR ACTION-REWIND)
006850        PERFORM OPEN-MY-INPUT THRU OPEN-MY-INPUT-X.
007520        MOVE ZERO TO RECS-READ
007540        MOVE ZERO TO RECS-SKIPPED
007600        PERFORM GET-ME-A-RECORD THRU GET-ME-A-RECORD-X
007650           WITH TEST AFTER
007700        UNTIL INFILE-EOF OR KEEPER.
007800
007900     IF ACTION-CLOSE THEN
008069           CLOSE KEYFILE
008070           MOVE 'N' TO KEYFILE-OPEN-FLAG
008071           MOVE 'N' TO KEYFILE-BROWSE-FLAG.
008072
008073     IF ACTION-CLOSE OR ACTION-REWIND
008074        MOVE 'N' TO MATCH-STARTED-FLAG.
008070
008071     IF ACTION-REWIND THEN
008072        IF HANDLE-2
014800           ADD 1 TO RECS-READ
014900     END-READ.
015000 BROWSE-FROM-KEY-X.
015100     EXIT.
015200
015300 MATCH-TWO-FILES.
015400     MOVE SPACES TO INCOMING-DATA
015500                     INCOMING-DATA-WIDE
015600                     MATCH-DATA-2.
015700     MOVE SPACE TO MATCH-FLAG.
015800     IF RECORD-TYPE-WIDE
015900        MOVE 133 TO MATCH-REC-LIMIT
016000     ELSE
016100        MOVE 80  TO MATCH-REC-LIMIT.
016200     IF MATCH-KEY-POS = ZERO OR MATCH-KEY-LEN = ZERO
016300        OR MATCH-KEY-POS + MATCH-KEY-LEN - 1 > MATCH-REC-LIMIT
016400        MOVE 'X' TO MATCH-FLAG
016500        MOVE 'Y' TO INFILE-EOF-FLAG
016600        GO TO MATCH-TWO-FILES-X.
016700     IF NOT MATCH-STARTED
016800        PERFORM START-THE-MATCH THRU START-THE-MATCH-X.
016900     IF MATCH1-EOF AND MATCH2-EOF
017000        MOVE 'Y' TO INFILE-EOF-FLAG
017100        GO TO MATCH-TWO-FILES-X.
017200     IF MATCH2-EOF
017300        MOVE '1' TO MATCH-FLAG
017400     ELSE
017500        IF MATCH1-EOF
017600           MOVE '2' TO MATCH-FLAG
017700        ELSE
017800           IF MATCH1-REC (MATCH-KEY-POS:MATCH-KEY-LEN) <
017900              MATCH2-REC (MATCH-KEY-POS:MATCH-KEY-LEN)
018000              MOVE '1' TO MATCH-FLAG
018100           ELSE
018200              IF MATCH1-REC (MATCH-KEY-POS:MATCH-KEY-LEN) >
018300                 MATCH2-REC (MATCH-KEY-POS:MATCH-KEY-LEN)
018400                 MOVE '2' TO MATCH-FLAG
018500              ELSE
018600                 MOVE 'B' TO MATCH-FLAG.
018700     IF MATCH-BOTH
018800        ADD 1 TO RECS-MATCHED.
018900     IF MATCH-ONLY-1
019000        ADD 1 TO RECS-ONLY-1.
019100     IF MATCH-ONLY-2
019200        ADD 1 TO RECS-ONLY-2.
019300     IF NOT MATCH-ONLY-2
019400        IF RECORD-TYPE-WIDE
019500           MOVE MATCH1-REC TO INCOMING-DATA-WIDE
019600        ELSE
019700           MOVE MATCH1-REC TO INCOMING-DATA
019800        END-IF
019900        PERFORM READ-MATCH-1 THRU READ-MATCH-1-X.
020000     IF NOT MATCH-ONLY-1
020100        MOVE MATCH2-REC TO MATCH-DATA-2
020200        PERFORM READ-MATCH-2 THRU READ-MATCH-2-X.
020300 MATCH-TWO-FILES-X.
020400     EXIT.
020500
020600 START-THE-MATCH.
020700     IF INFILE-OPEN
020800        CLOSE INFILE.
020900     IF INFILE2-OPEN
021000        CLOSE INFILE2.
021100     OPEN INPUT INFILE.
021200     OPEN INPUT INFILE2.
021300     MOVE 'Y' TO INFILE-OPEN-FLAG
021400                 INFILE2-OPEN-FLAG
021500                 MATCH-STARTED-FLAG.
021600     MOVE 'N' TO INFILE-EOF-FLAG
021700                 MATCH1-EOF-FLAG
021800                 MATCH2-EOF-FLAG.
021900     MOVE ZERO TO RECS-READ
022000                  RECS-MATCHED
022100                  RECS-ONLY-1
022200                  RECS-ONLY-2.
022300     PERFORM READ-MATCH-1 THRU READ-MATCH-1-X.
022400     PERFORM READ-MATCH-2 THRU READ-MATCH-2-X.
022500 START-THE-MATCH-X.
022600     EXIT.
022700
022800 READ-MATCH-1.
022900     MOVE SPACES TO MATCH1-REC.
023000     READ INFILE AT END MOVE 'Y' TO MATCH1-EOF-FLAG.
023100     IF NOT MATCH1-EOF
023200        IF RECORD-TYPE-WIDE
023300           MOVE INPUT-REC-WIDE TO MATCH1-REC
023400        ELSE
023500           MOVE INPUT-REC TO MATCH1-REC
023600        END-IF
023700        ADD 1 TO RECS-READ.
023800 READ-MATCH-1-X.
023900     EXIT.
024000
024100 READ-MATCH-2.
024200     MOVE SPACES TO MATCH2-REC.
024300     READ INFILE2 AT END MOVE 'Y' TO MATCH2-EOF-FLAG.
024400     IF NOT MATCH2-EOF
024500        IF RECORD-TYPE-WIDE
024600           MOVE INPUT2-REC-WIDE TO MATCH2-REC
024700        ELSE
024800           MOVE INPUT2-REC TO MATCH2-REC
024900        END-IF
025000        ADD 1 TO RECS-READ.
025100 READ-MATCH-2-X.
025200     EXIT.
