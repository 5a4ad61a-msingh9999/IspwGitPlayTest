001694*              KEY-VALUE AND KEY-FOUND-FLAG FOR THE KEYED
001696*              MASTER (BROWSE: SET KEY-VALUE TO POSITION,
001698*              SPACES TO READ THE NEXT RECORD)
001699*  26/10/15  MAINT       ADD ACTION-MATCH (HANDLES 1 AND 2)
001700* ======================================================
001800 01  PASS-ME-AROUND.
001900     05  ACTION-CODE            PIC X.
002160         88  ACTION-WRITE           VALUE 'O'.
002170         88  ACTION-READKEY         VALUE 'K'.
002180         88  ACTION-BROWSE          VALUE 'B'.
002190         88  ACTION-MATCH           VALUE 'M'.
002200     05  INFILE-EOF-FLAG        PIC X VALUE 'N'.
002300         88  INFILE-EOF             VALUE 'Y'.
002400     05  KEEPER-FLAG            PIC X VALUE 'N'.
003500     05  KEY-FOUND-FLAG         PIC X     VALUE 'N'.
003600         88  KEY-FOUND              VALUE 'Y'.
003700         88  KEY-NOT-FOUND          VALUE 'N'.
003710* ACTION-MATCH: TWO-FILE MATCH OF HANDLES 1 AND 2, BOTH IN
003720*  ASCENDING ORDER ON THE KEY AT MATCH-KEY-POS FOR
003730*  MATCH-KEY-LEN.  EACH CALL RETURNS THE NEXT KEY: HANDLE 1
003740*  RECORD IN INCOMING-DATA (-WIDE), HANDLE 2 RECORD IN
003750*  MATCH-DATA-2, SPACES ON THE SIDE WITHOUT ONE.  THE FIRST
003760*  CALL (AND THE FIRST AFTER A CLOSE OR REWIND) STARTS BOTH
003770*  FILES FROM THE TOP AND ZEROES RECS-READ AND THE MATCH
003780*  COUNTS, WHICH THEN RUN FOR THE WHOLE MATCH.  DUPLICATE
003790*  KEYS PAIR OFF IN FILE ORDER.  INFILE-EOF WHEN BOTH END.
003800     05  MATCH-KEY-POS          PIC 9(3)  VALUE 1.
003810     05  MATCH-KEY-LEN          PIC 9(3)  VALUE 20.
003820     05  MATCH-FLAG             PIC X     VALUE SPACE.
003830         88  MATCH-BOTH             VALUE 'B'.
003840         88  MATCH-ONLY-1           VALUE '1'.
003850         88  MATCH-ONLY-2           VALUE '2'.
003860         88  MATCH-KEY-INVALID      VALUE 'X'.
003870     05  MATCH-DATA-2           PIC X(133).
003880     05  RECS-MATCHED           PIC 9(9)  VALUE ZERO.
003890     05  RECS-ONLY-1            PIC 9(9)  VALUE ZERO.
003900     05  RECS-ONLY-2            PIC 9(9)  VALUE ZERO.
