003270* EXTRA GROUP ALREADY PROVED COMPLETE AGAINST ITS    *
003280* OWN TRAILER, SO THERE IS NOTHING LEFT FOR THE      *
003290* COLLECT EQUATION TO PROVE.                         *
003291*                                                     *
003292* COLLECT'S RECORD CARRIES THE GROUPS IT WROTE - THE *
003293* NIGHT'S FEEDS PLUS ONE PER LATE FEED IT PICKED UP  *
003294* OFF THE PENDING-FEED FILE - SO WHEN PROG BALANCED  *
003295* EXACTLY THOSE GROUPS EQUATION 1 STILL APPLIES.  A  *
003296* SOURCE COLLECT HELD BACK IN PARTIAL-COLLECT MODE   *
003297* NEVER REACHED KEYIN AND IS COUNTED ON NEITHER      *
003298* SIDE; ITS KEYS SHOW AS COLLECT'S REJ AND THE HELD  *
003299* SOURCES ON A LINE OF THEIR OWN.                    *
003300*                                                     *
003400* MODIFICATION HISTORY.                               *
003500* 2025-03-23  JWK  ORIGINAL PROGRAM.                  *
003520*                  CATCH-UP RUN (RC-FEED-GROUPS > 1)  *
003530*                  INSTEAD OF FAILING THE RECOVERY    *
003540*                  CATCH-UP MODE WAS BUILT FOR.       *
003550* 2026-10-15  JWK  EQUATION 1 NOW ALSO APPLIES WHEN   *
003560*                  PROG BALANCED THE SAME GROUPS AS   *
003570*                  COLLECT WROTE (LATE FEEDS PICKED   *
003580*                  UP); THE COLLECT LINE SHOWS KEYS   *
003590*                  AND SOURCES HELD BACK.             *
003600*****************************************************
003700
003800 ENVIRONMENT              DIVISION.
008300         88  KR-COL-FOUND                   VALUE 'Y'.
008400     05  KR-COL-IN            PIC 9(07)    COMP VALUE 0.
008500     05  KR-COL-OUT           PIC 9(07)    COMP VALUE 0.
008510     05  KR-COL-REJ           PIC 9(07)    COMP VALUE 0.
008520     05  KR-COL-GROUPS        PIC 9(03)    COMP VALUE 1.
008530     05  KR-COL-HELD          PIC X(03)    VALUE SPACES.
008600     05  KR-PRG-FOUND-SW      PIC X(01)    VALUE 'N'.
008700         88  KR-PRG-FOUND                   VALUE 'Y'.
008800     05  KR-PRG-IN            PIC 9(07)    COMP VALUE 0.
012900     05  KR-RPT-MISS-NAME     PIC X(08).
013000     05  FILLER               PIC X(72)    VALUE
013100         " NO RUN-CONTROL RECORD ON FILE".
013110
013120 01  KR-HELD-LINE.
013130     05  FILLER               PIC X(22)    VALUE
013140         "COLLECT HELD SOURCES ".
013150     05  KR-RPT-HELD-SOURCES  PIC X(03).
013160     05  FILLER               PIC X(55)    VALUE SPACES.
013200
013300 01  KR-EQUATION-LINE.
013400     05  KR-RPT-EQ-NAME       PIC X(44).
019100             SET KR-COL-FOUND TO TRUE
019200             MOVE RC-RECORDS-IN  TO KR-COL-IN
019300             MOVE RC-RECORDS-OUT TO KR-COL-OUT
019310             MOVE RC-RECORDS-REJECTED TO KR-COL-REJ
019320             IF RC-FEED-GROUPS IS NUMERIC
019330                 MOVE RC-FEED-GROUPS TO KR-COL-GROUPS
019340             ELSE
019350                 MOVE 1 TO KR-COL-GROUPS
019360             END-IF
019370             MOVE RC-HELD-SOURCES TO KR-COL-HELD
019400         WHEN "PROG    "
019500             SET KR-PRG-FOUND TO TRUE
019600             MOVE RC-RECORDS-IN  TO KR-PRG-IN
024800
024900     MOVE "COLLECT WRITTEN = PROG READ" TO KR-RPT-EQ-NAME.
024950     IF KR-PRG-GROUPS > 1
024960         AND NOT ( KR-COL-FOUND
024970             AND KR-PRG-GROUPS = KR-COL-GROUPS )
025000         MOVE "CATCH-UP" TO KR-RPT-EQ-RESULT
025050     ELSE
025060     IF KR-COL-OUT = KR-PRG-IN
029600         MOVE "COLLECT"  TO KR-RPT-STEP-NAME
029700         MOVE KR-COL-IN  TO KR-RPT-STEP-IN
029800         MOVE KR-COL-OUT TO KR-RPT-STEP-OUT
029900         MOVE KR-COL-REJ TO KR-RPT-STEP-REJ
030000         MOVE 0 TO KR-RPT-STEP-DUP
030100         WRITE RPT-LINE FROM KR-STEP-LINE
030110         IF KR-COL-HELD NOT = SPACES
030120             MOVE KR-COL-HELD TO KR-RPT-HELD-SOURCES
030130             WRITE RPT-LINE FROM KR-HELD-LINE
030140         END-IF
030200     ELSE
030300         MOVE "COLLECT"  TO KR-RPT-MISS-NAME
030400         WRITE RPT-LINE FROM KR-MISSING-LINE
