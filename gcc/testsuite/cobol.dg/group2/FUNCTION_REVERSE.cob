015900*                  SO CTLBAL CAN TELL A CATCH-UP     *
016000*                  FROM A BROKEN HANDOFF.  MEMBER    *
016100*                  RESEQUENCED.                      *
016102* 2026-10-15  JWK  EVERY TRANSFORM, REJECT, AND       *
016104*                  DUPLICATE NOW ALSO GOES ON THE     *
016106*                  KEYEVT PER-KEY EVENT HISTORY FOR   *
016108*                  THE KEYINQ HISTORY SCREEN.         *
016110* 2026-10-15  JWK  EVERY AUDIT ENTRY NOW CARRIES A    *
016112*                  RUNNING SEQUENCE NUMBER AND A      *
016114*                  CHECK VALUE CHAINED FROM THE ENTRY *
016116*                  BEFORE IT (AUDCHAIN), PICKED UP    *
016118*                  FROM THE END OF THE TRAIL AT START *
016120*                  OF RUN, FOR THE AUDVER CHAIN       *
016122*                  VERIFICATION.                      *
016124* 2026-10-15  JWK  MOD-10 CHECK-DIGIT EDIT FOR THE    *
016126*                  SOURCES WHOSE PROFILE ASKS FOR IT  *
016128*                  (REJECT REASON 07), FUNCTION=C TO  *
016130*                  APPEND THE DIGIT, AND CHECK-DIGIT  *
016132*                  COUNTS BY SOURCE ON THE REPORT.    *
016142* 2026-10-15  JWK  EVERY AUDIT ENTRY NOW CARRIES ITS  *
016152*                  DISPOSITION (P, R, OR D) AND, ON   *
016162*                  A TRANSFORM, THE FUNCTION APPLIED, *
016172*                  FOR THE CHGBACK CHARGEBACK.        *
016180* 2026-10-15  JWK  A WITHDRAWN (W) REJECT-TRACKING    *
016184*                  ENTRY REJECTED AGAIN NOW STARTS A  *
016188*                  FRESH OPEN DATE, AS A CLOSED ONE   *
016192*                  DOES, SO REJAGE AGES IT FROM THE   *
016196*                  NEW REJECT.                        *
016200*****************************************************
016300
016400 ENVIRONMENT              DIVISION.
022400                           ACCESS MODE IS RANDOM
022500                           RECORD KEY IS RT-KEY
022600                           FILE STATUS IS KR-RTK-STATUS.
022610
022620     SELECT KEY-EVT       ASSIGN TO KEYEVT
022630                           ORGANIZATION IS INDEXED
022640                           ACCESS MODE IS RANDOM
022650                           RECORD KEY IS EV-EVENT-KEY
022660                           FILE STATUS IS KR-EVT-STATUS.
022700
022800     SELECT SORT-WORK     ASSIGN TO SORTWK01.
022900
028900 FD  KEY-RTK
029000     LABEL RECORDS ARE STANDARD.
029100     COPY "keyrtk.cpy".
029120
029140 FD  KEY-EVT
029160     LABEL RECORDS ARE STANDARD.
029180     COPY "keyevt.cpy".
029200
029300 SD  SORT-WORK.
029400 01  SORT-RECORD.
031400 01  KR-RTK-STATUS            PIC X(02).
031500 01  KR-RTK-OPEN-SW           PIC X(01)    VALUE 'N'.
031600     88  KR-RTK-OPEN                        VALUE 'Y'.
031625 01  KR-EVT-STATUS            PIC X(02).
031650 01  KR-EVT-OPEN-SW           PIC X(01)    VALUE 'N'.
031675     88  KR-EVT-OPEN                        VALUE 'Y'.
031700
031800 01  KR-START-STAMP.
031900     05  KR-START-DATE        PIC 9(08)    VALUE 0.
032500     88  KR-FUNCTION-UPPER-CASE              VALUE "U".
032600     88  KR-FUNCTION-LOWER-CASE              VALUE "L".
032700     88  KR-FUNCTION-TRANSLATE               VALUE "X".
032750     88  KR-FUNCTION-CHECK-DIGIT             VALUE "C".
032800
032900 01  KR-FUNCTION-FORCED-SW     PIC X(01)    VALUE 'N'.
033000     88  KR-FUNCTION-FORCED                 VALUE 'Y'.
035900
036000 01  KR-SAVED-RETURN-CODE     PIC S9(04)   COMP VALUE 0.
036100
036107*-------------------------------------------------------*
036114* AUDIT-CHAIN REQUEST AREA (SEE AUDCHAIN) AND THE LAST   *
036121* SEQUENCE NUMBER AND CHECK VALUE ON THE TRAIL           *
036128*-------------------------------------------------------*
036135     COPY "audchn.cpy".
036142
036149 01  KR-AUD-CHAIN-CONTROLS.
036156     05  KR-AUD-LAST-SEQUENCE PIC 9(09)    VALUE 0.
036163     05  KR-AUD-LAST-CHECK    PIC 9(10)    VALUE 0.
036170     05  KR-AUD-ANCHOR-SWITCH PIC X(01)    VALUE 'N'.
036177         88  KR-AUD-ANCHOR-EOF              VALUE 'Y'.
036184
036200*-------------------------------------------------------*
036300* KEY-VALIDATION WORK AREAS                              *
036400*-------------------------------------------------------*
037500     88  KR-REASON-BAD-LENGTH                VALUE "04".
037600     88  KR-REASON-DUPLICATE                 VALUE "05".
037700     88  KR-REASON-NO-XREF                   VALUE "06".
037750     88  KR-REASON-BAD-CHECK-DIGIT           VALUE "07".
037800
037900 01  KR-MIN-KEY-LENGTH         PIC 9(02)    VALUE 06.
038000 01  KR-MAX-KEY-LENGTH         PIC 9(02)    VALUE 30.
040200         10  KR-PRF-DUP-WINDOW PIC 9(05).
040300         10  KR-PRF-FUNCTION  PIC X(01).
040400         10  KR-PRF-THRESHOLD PIC 9(05).
040450         10  KR-PRF-CHECK-DIGIT PIC X(01).
040500         10  KR-PRF-REJECTS   PIC 9(07)    COMP.
040600
040700 01  KR-EFFECTIVE-CONTROLS.
041300         88  KR-EFF-FUNCTION-UPPER-CASE     VALUE "U".
041400         88  KR-EFF-FUNCTION-LOWER-CASE     VALUE "L".
041500         88  KR-EFF-FUNCTION-TRANSLATE      VALUE "X".
041550         88  KR-EFF-FUNCTION-CHECK-DIGIT    VALUE "C".
041600     05  KR-EFF-THRESHOLD     PIC 9(05)    COMP VALUE 0.
041625     05  KR-EFF-CHECK-DIGIT-SW PIC X(01)   VALUE 'N'.
041650         88  KR-EFF-VERIFY-CHECK-DIGIT      VALUE 'Y'.
041700
041800*-------------------------------------------------------*
041900* TRANSLATE-MODE (FUNCTION=X) CONTROLS.  THE KEYXRF      *
044500     05  KR-XRF-ENTRY         OCCURS 4 TIMES.
044600         10  KR-XRF-MAPPED    PIC 9(07)    COMP.
044700         10  KR-XRF-UNMAPPED  PIC 9(07)    COMP.
044702
044704*-------------------------------------------------------*
044706* CHECK-DIGIT CONTROLS.  A SOURCE WHOSE PROFILE CARRIES  *
044708* KP-CHECK-DIGIT-OPTION Y HAS THE MOD-10 (LUHN) DIGIT    *
044710* IN THE LAST BYTE OF EACH ALL-NUMERIC KEY VERIFIED;     *
044712* FUNCTION=C COMPUTES THE DIGIT OVER THE WHOLE KEY AND   *
044714* APPENDS IT.  COUNTED BY SOURCE SYSTEM, SAME SLOTS AS   *
044716* THE CONVERSION COUNTS ABOVE, FOR THE CONTROL REPORT.   *
044718*-------------------------------------------------------*
044720 01  KR-CDG-CONTROLS.
044722     05  KR-CDG-USED-SW       PIC X(01)    VALUE 'N'.
044724         88  KR-CDG-USED                    VALUE 'Y'.
044726     05  KR-CDG-DOUBLE-SW     PIC X(01)    VALUE 'N'.
044728         88  KR-CDG-DOUBLE                  VALUE 'Y'.
044730     05  KR-CDG-PAYLOAD-LENGTH PIC 9(02)   COMP VALUE 0.
044732     05  KR-CDG-SUB           PIC 9(02)    COMP VALUE 0.
044734     05  KR-CDG-DIGIT         PIC 9(01)    VALUE 0.
044736     05  KR-CDG-PRODUCT       PIC 9(02)    VALUE 0.
044738     05  KR-CDG-SUM           PIC 9(03)    COMP VALUE 0.
044740     05  KR-CDG-QUOTIENT      PIC 9(03)    COMP VALUE 0.
044742     05  KR-CDG-REMAINDER     PIC 9(01)    VALUE 0.
044744     05  KR-CDG-COMPUTED      PIC 9(01)    VALUE 0.
044746
044748 01  KR-CDG-TOTALS.
044750     05  KR-CDG-ENTRY         OCCURS 4 TIMES.
044752         10  KR-CDG-VERIFIED  PIC 9(07)    COMP.
044754         10  KR-CDG-FAILED    PIC 9(07)    COMP.
044756         10  KR-CDG-GENERATED PIC 9(07)    COMP.
044800
044900*-------------------------------------------------------*
045000* HIGH-VOLUME-MODE (HIVOL=Y) CONTROLS.  A PRESCAN SORTS  *
066600     05  FILLER               PIC X(11)    VALUE "  UNMAPPED ".
066700     05  KR-RPT-XRF-UNMAPPED  PIC ZZZ,ZZ9.
066800     05  FILLER               PIC X(38)    VALUE SPACES.
066805
066810 01  KR-CDG-HEADING-LINE.
066815     05  FILLER               PIC X(80)    VALUE
066820         "CHECK DIGIT BY SOURCE SYSTEM".
066825
066830 01  KR-CDG-LINE.
066835     05  FILLER               PIC X(07)    VALUE "SOURCE ".
066840     05  KR-RPT-CDG-SOURCE    PIC X(01).
066845     05  FILLER               PIC X(11)    VALUE "  VERIFIED ".
066850     05  KR-RPT-CDG-VERIFIED  PIC ZZZ,ZZ9.
066855     05  FILLER               PIC X(09)    VALUE "  FAILED ".
066860     05  KR-RPT-CDG-FAILED    PIC ZZZ,ZZ9.
066865     05  FILLER               PIC X(12)    VALUE "  GENERATED ".
066870     05  KR-RPT-CDG-GENERATED PIC ZZZ,ZZ9.
066875     05  FILLER               PIC X(19)    VALUE SPACES.
066900
067000 PROCEDURE                DIVISION.
067100
076500             OR KR-FUNCTION-CODE = "U"
076600             OR KR-FUNCTION-CODE = "L"
076700             OR KR-FUNCTION-CODE = "X"
076750             OR KR-FUNCTION-CODE = "C"
076800         SET KR-FUNCTION-FORCED TO TRUE
076900     ELSE
077000         MOVE "R" TO KR-FUNCTION-CODE
079600         THRU 1500-OPEN-XREF-EXIT.
079700     PERFORM 1600-OPEN-RTRACK
079800         THRU 1600-OPEN-RTRACK-EXIT.
079825     PERFORM 1650-OPEN-EVENTS
079850         THRU 1650-OPEN-EVENTS-EXIT.
079900
080000     IF KR-HIVOL-MODE AND NOT KR-ABEND
080100         PERFORM 1800-SWEEP-MASTER
080200             THRU 1800-SWEEP-MASTER-EXIT
080300     END-IF.
080400
080425     PERFORM 1850-FIND-AUDIT-ANCHOR
080450         THRU 1850-FIND-AUDIT-ANCHOR-EXIT.
080475
080500     OPEN EXTEND KEY-AUD.
080600     IF KR-AUD-STATUS NOT = "00"
080700         OPEN OUTPUT KEY-AUD
097100         KR-PRF-FUNCTION ( KR-PRF-COUNT ).
097200     MOVE KP-FAILURE-THRESHOLD TO
097300         KR-PRF-THRESHOLD ( KR-PRF-COUNT ).
097350     MOVE KP-CHECK-DIGIT-OPTION TO
097375         KR-PRF-CHECK-DIGIT ( KR-PRF-COUNT ).
097400     MOVE 0 TO KR-PRF-REJECTS ( KR-PRF-COUNT ).
097500 1410-STORE-ONE-PROFILE-EXIT.
097600     EXIT.
102100 1510-CLEAR-XREF-ENTRY.
102200     MOVE 0 TO KR-XRF-MAPPED ( KR-XRF-SUB ).
102300     MOVE 0 TO KR-XRF-UNMAPPED ( KR-XRF-SUB ).
102320     MOVE 0 TO KR-CDG-VERIFIED ( KR-XRF-SUB ).
102340     MOVE 0 TO KR-CDG-FAILED ( KR-XRF-SUB ).
102360     MOVE 0 TO KR-CDG-GENERATED ( KR-XRF-SUB ).
102400 1510-CLEAR-XREF-ENTRY-EXIT.
102500     EXIT.
102600
105700 1600-OPEN-RTRACK-EXIT.
105800     EXIT.
105900
105902*****************************************************
105904* 1650-OPEN-EVENTS - OPEN THE PER-KEY EVENT HISTORY  *
105906* FOR UPDATE, CREATING IT EMPTY ON A FIRST-EVER RUN. *
105908* THE HISTORY IS ADVISORY - A FILE THAT STILL WILL   *
105910* NOT OPEN WARNS (KEYR022W) AND THE RUN GOES ON      *
105912* WITHOUT IT                                         *
105914*****************************************************
105916 1650-OPEN-EVENTS.
105918     OPEN I-O KEY-EVT.
105920     IF KR-EVT-STATUS = "35"
105922         OPEN OUTPUT KEY-EVT
105924         CLOSE KEY-EVT
105926         OPEN I-O KEY-EVT
105928     END-IF.
105930     IF KR-EVT-STATUS = "00"
105932         SET KR-EVT-OPEN TO TRUE
105934     ELSE
105936         MOVE "KEYR022" TO KMG-MESSAGE-ID
105938         MOVE KR-EVT-STATUS TO KR-STATUS-VALUE
105940         MOVE KR-STATUS-TEXT TO KMG-VARIABLE-TEXT
105942         PERFORM 9800-ISSUE-MESSAGE
105944             THRU 9800-ISSUE-MESSAGE-EXIT
105946     END-IF.
105948 1650-OPEN-EVENTS-EXIT.
105950     EXIT.
105975
106000*****************************************************
106100* 1700-BUILD-KEY-TABLE - HIGH-VOLUME PRESCAN.  SORT  *
106200* EVERY DATA KEY ON THE FEED AND TABLE EACH          *
119100     END-IF.
119200 1810-SWEEP-ONE-KEY-EXIT.
119300     EXIT.
119302
119304*****************************************************
119306* 1850-FIND-AUDIT-ANCHOR - READ THE AUDIT TRAIL TO   *
119308* ITS END FOR THE SEQUENCE NUMBER AND CHECK VALUE    *
119310* OF ITS LAST CHAINED ENTRY, WHICH THIS RUN'S FIRST  *
119312* ENTRY CHAINS FROM.  A TRAIL THAT IS EMPTY, NOT     *
119314* THERE YET, OR WRITTEN ENTIRELY BEFORE THE CHAIN    *
119316* WENT IN STARTS THE CHAIN AT SEQUENCE 1             *
119318*****************************************************
119320 1850-FIND-AUDIT-ANCHOR.
119322     MOVE 0 TO KR-AUD-LAST-SEQUENCE.
119324     MOVE 0 TO KR-AUD-LAST-CHECK.
119326     OPEN INPUT KEY-AUD.
119328     IF KR-AUD-STATUS NOT = "00"
119330         GO TO 1850-FIND-AUDIT-ANCHOR-EXIT
119332     END-IF.
119334     MOVE 'N' TO KR-AUD-ANCHOR-SWITCH.
119336     PERFORM 1860-READ-AUDIT-ANCHOR
119338         THRU 1860-READ-AUDIT-ANCHOR-EXIT
119340         UNTIL KR-AUD-ANCHOR-EOF.
119342     CLOSE KEY-AUD.
119344 1850-FIND-AUDIT-ANCHOR-EXIT.
119346     EXIT.
119348
119350 1860-READ-AUDIT-ANCHOR.
119352     READ KEY-AUD
119354         AT END
119356             SET KR-AUD-ANCHOR-EOF TO TRUE
119358             GO TO 1860-READ-AUDIT-ANCHOR-EXIT
119360     END-READ.
119362     IF AUD-SEQUENCE IS NUMERIC
119364         AND AUD-CHECK-VALUE IS NUMERIC
119366         MOVE AUD-SEQUENCE TO KR-AUD-LAST-SEQUENCE
119368         MOVE AUD-CHECK-VALUE TO KR-AUD-LAST-CHECK
119370     END-IF.
119372 1860-READ-AUDIT-ANCHOR-EXIT.
119374     EXIT.
119400
119500*****************************************************
119600* 2000-PROCESS-RECORDS - TRANSFORM ONE KEY PER THE   *
124900                     TO KR-TRANSFORMED-KEY
125000                     ( 1 : KR-KEY-LENGTH OF
125100                         KEY-INPUT-RECORD )
125110             WHEN KR-EFF-FUNCTION-CHECK-DIGIT
125120                 MOVE KR-KEY-DATA OF KEY-INPUT-RECORD
125130                     ( 1 : KR-KEY-LENGTH OF
125140                         KEY-INPUT-RECORD )
125150                     TO KR-TRANSFORMED-KEY
125160                     ( 1 : KR-KEY-LENGTH OF
125170                         KEY-INPUT-RECORD )
125180                 ADD 1 TO KR-OUT-KEY-LENGTH
125185                 MOVE KR-CDG-COMPUTED TO KR-TRANSFORMED-KEY
125190                     ( KR-OUT-KEY-LENGTH : 1 )
125195                 ADD 1 TO KR-CDG-GENERATED ( KR-XRF-HIT-SUB )
125200             WHEN OTHER
125300                 MOVE FUNCTION REVERSE ( KR-KEY-DATA OF
125400                     KEY-INPUT-RECORD
130100
130200     PERFORM 7000-WRITE-AUDIT
130300         THRU 7000-WRITE-AUDIT-EXIT.
130325
130350     PERFORM 7100-WRITE-EVENT
130375         THRU 7100-WRITE-EVENT-EXIT.
130400
130500     ADD 1 TO KR-CHECKPOINT-TALLY.
130600     IF KR-CHECKPOINT-TALLY >= KR-CHECKPOINT-INTERVAL
134100             TO KR-EFF-DUP-WINDOW
134200         MOVE KR-PRF-THRESHOLD ( KR-PRF-HIT-SUB )
134300             TO KR-EFF-THRESHOLD
134325         MOVE KR-PRF-CHECK-DIGIT ( KR-PRF-HIT-SUB )
134350             TO KR-EFF-CHECK-DIGIT-SW
134400     ELSE
134500         MOVE KR-MIN-KEY-LENGTH TO KR-EFF-MIN-LENGTH
134600         MOVE KR-MAX-KEY-LENGTH TO KR-EFF-MAX-LENGTH
134700         MOVE KR-DUP-WINDOW-DAYS TO KR-EFF-DUP-WINDOW
134800         MOVE KR-FAILURE-THRESHOLD TO KR-EFF-THRESHOLD
134850         MOVE 'N' TO KR-EFF-CHECK-DIGIT-SW
134900     END-IF.
135000
135100     IF KR-FUNCTION-FORCED
135500             AND ( KR-PRF-FUNCTION ( KR-PRF-HIT-SUB ) = "R"
135600                 OR KR-PRF-FUNCTION ( KR-PRF-HIT-SUB ) = "U"
135700                 OR KR-PRF-FUNCTION ( KR-PRF-HIT-SUB ) = "L"
135800                 OR KR-PRF-FUNCTION ( KR-PRF-HIT-SUB ) = "X"
135850                 OR KR-PRF-FUNCTION ( KR-PRF-HIT-SUB ) = "C" )
135900             MOVE KR-PRF-FUNCTION ( KR-PRF-HIT-SUB )
136000                 TO KR-EFF-FUNCTION-CODE
136100         ELSE
163200* 3000-VALIDATE-KEY - EDIT THE CURRENT INPUT KEY:    *
163300* NOT BLANK, NO LOW-VALUES, PRINTABLE CHARACTERS     *
163400* ONLY.  SETS KR-REJECT-REASON WHEN INVALID.         *
163410* A SOURCE WHOSE PROFILE ASKS FOR IT ALSO HAS THE    *
163420* CHECK DIGIT ON AN ALL-NUMERIC KEY VERIFIED, AND    *
163430* FUNCTION=C NEEDS AN ALL-NUMERIC KEY WITH ROOM FOR  *
163440* THE DIGIT IT APPENDS - EITHER FAILURE IS REASON 07 *
163500*****************************************************
163600 3000-VALIDATE-KEY.
163700     SET KR-KEY-VALID TO TRUE.
166600         IS NOT KR-PRINTABLE-CLASS
166700         SET KR-KEY-INVALID TO TRUE
166800         MOVE "03" TO KR-REJECT-REASON
166850         GO TO 3000-VALIDATE-KEY-EXIT
166900     END-IF.
166902
166904     IF KR-EFF-FUNCTION-CHECK-DIGIT
166906         GO TO 3000-VALIDATE-KEY-GENERATE
166908     END-IF.
166910     IF NOT KR-EFF-VERIFY-CHECK-DIGIT
166912         GO TO 3000-VALIDATE-KEY-EXIT
166914     END-IF.
166916     IF KR-KEY-DATA OF KEY-INPUT-RECORD
166918         ( 1 : KR-KEY-LENGTH OF KEY-INPUT-RECORD )
166920         IS NOT NUMERIC
166922         GO TO 3000-VALIDATE-KEY-EXIT
166924     END-IF.
166926
166928     SET KR-CDG-USED TO TRUE.
166930     PERFORM 4550-FIND-SOURCE-SLOT
166932         THRU 4550-FIND-SOURCE-SLOT-EXIT.
166934     SUBTRACT 1 FROM KR-KEY-LENGTH OF KEY-INPUT-RECORD
166936         GIVING KR-CDG-PAYLOAD-LENGTH.
166938     PERFORM 3100-COMPUTE-CHECK-DIGIT
166940         THRU 3100-COMPUTE-CHECK-DIGIT-EXIT.
166942     MOVE KR-KEY-DATA OF KEY-INPUT-RECORD
166944         ( KR-KEY-LENGTH OF KEY-INPUT-RECORD : 1 )
166946         TO KR-CDG-DIGIT.
166948     IF KR-CDG-DIGIT = KR-CDG-COMPUTED
166950         ADD 1 TO KR-CDG-VERIFIED ( KR-XRF-HIT-SUB )
166952         GO TO 3000-VALIDATE-KEY-EXIT
166954     END-IF.
166956     GO TO 3000-VALIDATE-KEY-CDG-FAIL.
166958
166960 3000-VALIDATE-KEY-GENERATE.
166962     SET KR-CDG-USED TO TRUE.
166964     PERFORM 4550-FIND-SOURCE-SLOT
166966         THRU 4550-FIND-SOURCE-SLOT-EXIT.
166968     IF KR-KEY-LENGTH OF KEY-INPUT-RECORD NOT < 30
166970         GO TO 3000-VALIDATE-KEY-CDG-FAIL
166972     END-IF.
166974     IF KR-KEY-DATA OF KEY-INPUT-RECORD
166976         ( 1 : KR-KEY-LENGTH OF KEY-INPUT-RECORD )
166978         IS NOT NUMERIC
166980         GO TO 3000-VALIDATE-KEY-CDG-FAIL
166982     END-IF.
166984     MOVE KR-KEY-LENGTH OF KEY-INPUT-RECORD
166986         TO KR-CDG-PAYLOAD-LENGTH.
166988     PERFORM 3100-COMPUTE-CHECK-DIGIT
166990         THRU 3100-COMPUTE-CHECK-DIGIT-EXIT.
166992     GO TO 3000-VALIDATE-KEY-EXIT.
166994
166996 3000-VALIDATE-KEY-CDG-FAIL.
166997     SET KR-KEY-INVALID TO TRUE.
166998     MOVE "07" TO KR-REJECT-REASON.
166999     ADD 1 TO KR-CDG-FAILED ( KR-XRF-HIT-SUB ).
167000 3000-VALIDATE-KEY-EXIT.
167100     EXIT.
167102
167104*****************************************************
167106* 3100-COMPUTE-CHECK-DIGIT - MOD-10 (LUHN) CHECK     *
167108* DIGIT OVER THE FIRST KR-CDG-PAYLOAD-LENGTH BYTES   *
167110* OF THE KEY.  WORKING RIGHT TO LEFT, EVERY OTHER    *
167112* DIGIT STARTING WITH THE RIGHTMOST IS DOUBLED (LESS *
167114* 9 WHEN THAT GOES OVER 9) AND ALL ARE SUMMED; THE   *
167116* DIGIT IS WHAT BRINGS THE SUM UP TO A MULTIPLE OF   *
167118* 10.  ANSWER IN KR-CDG-COMPUTED                     *
167120*****************************************************
167122 3100-COMPUTE-CHECK-DIGIT.
167124     MOVE 0 TO KR-CDG-SUM.
167126     SET KR-CDG-DOUBLE TO TRUE.
167128     PERFORM 3110-ADD-ONE-DIGIT
167130         THRU 3110-ADD-ONE-DIGIT-EXIT
167132         VARYING KR-CDG-SUB FROM KR-CDG-PAYLOAD-LENGTH BY -1
167134         UNTIL KR-CDG-SUB < 1.
167136     DIVIDE KR-CDG-SUM BY 10
167138         GIVING KR-CDG-QUOTIENT
167140         REMAINDER KR-CDG-REMAINDER.
167142     IF KR-CDG-REMAINDER = 0
167144         MOVE 0 TO KR-CDG-COMPUTED
167146     ELSE
167148         SUBTRACT KR-CDG-REMAINDER FROM 10
167150             GIVING KR-CDG-COMPUTED
167152     END-IF.
167154 3100-COMPUTE-CHECK-DIGIT-EXIT.
167156     EXIT.
167158
167160 3110-ADD-ONE-DIGIT.
167162     MOVE KR-KEY-DATA OF KEY-INPUT-RECORD
167164         ( KR-CDG-SUB : 1 ) TO KR-CDG-DIGIT.
167166     IF KR-CDG-DOUBLE
167168         MULTIPLY KR-CDG-DIGIT BY 2
167170             GIVING KR-CDG-PRODUCT
167172         IF KR-CDG-PRODUCT > 9
167174             SUBTRACT 9 FROM KR-CDG-PRODUCT
167176         END-IF
167178         ADD KR-CDG-PRODUCT TO KR-CDG-SUM
167180         MOVE 'N' TO KR-CDG-DOUBLE-SW
167182     ELSE
167184         ADD KR-CDG-DIGIT TO KR-CDG-SUM
167186         SET KR-CDG-DOUBLE TO TRUE
167188     END-IF.
167190 3110-ADD-ONE-DIGIT-EXIT.
167192     EXIT.
167200
167300*****************************************************
167400* 4500-LOOK-UP-XREF - TRANSLATE MODE: FIND THE       *
181100*****************************************************
181200* 5700-TRACK-REJECT - OPEN (OR RE-OPEN) THE REJECT-  *
181300* TRACKING ENTRY FOR THE KEY JUST REJECTED.  A       *
181400* CLOSED (C) OR WITHDRAWN (W) ENTRY REJECTED AGAIN   *
181500* IS A NEW SUBMISSION AND STARTS A FRESH OPEN DATE.  *
181600* ANY OTHER ENTRY - OPEN, REPAIRED, RETURNED, OR ONE *
181610* THE SENDER HAS ACKNOWLEDGED (A) OR DISPUTED (D) -  *
181620* IS STILL THE SAME UNRESOLVED REJECT AND KEEPS ITS  *
181630* ORIGINAL ONE, SO THE AGING KEEPS COUNTING FROM THE *
181700* FIRST REJECT                                       *
181800*****************************************************
181900 5700-TRACK-REJECT.
182000     IF NOT KR-RTK-OPEN
183300         GO TO 5700-TRACK-REJECT-EXIT
183400     END-IF.
183500
183600     IF RT-CLOSED OR RT-WITHDRAWN
183700         MOVE KR-TODAY-DATE TO RT-OPEN-DATE
183800     END-IF.
183900     MOVE "O" TO RT-STATUS.
196800* 7000-WRITE-AUDIT - APPEND ONE ENTRY TO THE AUDIT   *
196900* TRAIL FOR EVERY RECORD PROCESSED, VALID OR NOT,    *
197000* CARRYING THE JOB ID, A DATE/TIME STAMP, AND THE    *
197100* INPUT AND OUTPUT KEY VALUES, SEQUENCED AND CHAINED *
197150* FROM THE ENTRY BEFORE IT (AUDCHAIN), AND CARRYING  *
197175* THE DISPOSITION AND FUNCTION CODE CHGBACK PRICES   *
197200*****************************************************
197300 7000-WRITE-AUDIT.
197400     MOVE SPACES TO AUD-RECORD.
198200     IF KR-KEY-VALID AND KR-NOT-DUP-KEY
198300         MOVE KR-KEY-DATA OF KEY-OUTPUT-RECORD
198400             TO AUD-OUTPUT-KEY
198420         MOVE "P" TO AUD-DISPOSITION
198440         MOVE KR-EFF-FUNCTION-CODE TO AUD-FUNCTION-CODE
198500     ELSE
198600         MOVE SPACES TO AUD-OUTPUT-KEY
198620         IF KR-KEY-VALID
198640             MOVE "D" TO AUD-DISPOSITION
198660         ELSE
198680             MOVE "R" TO AUD-DISPOSITION
198690         END-IF
198700     END-IF.
198712     ADD 1 TO KR-AUD-LAST-SEQUENCE.
198724     MOVE KR-AUD-LAST-SEQUENCE TO AUD-SEQUENCE.
198736     MOVE KR-AUD-LAST-CHECK TO ACH-PRIOR-CHECK.
198742     MOVE RETURN-CODE TO KR-SAVED-RETURN-CODE.
198748     CALL "AUDCHAIN" USING AUD-RECORD
198760                           AUD-CHAIN-REQUEST.
198766     MOVE KR-SAVED-RETURN-CODE TO RETURN-CODE.
198772     MOVE ACH-CHECK-VALUE TO AUD-CHECK-VALUE.
198784     MOVE ACH-CHECK-VALUE TO KR-AUD-LAST-CHECK.
198800     WRITE AUD-RECORD.
198900 7000-WRITE-AUDIT-EXIT.
199000     EXIT.
199001
199002*****************************************************
199003* 7100-WRITE-EVENT - ADD THE RECORD JUST HANDLED TO  *
199004* THE KEY'S EVENT HISTORY: P TRANSFORMED, R          *
199005* REJECTED (WITH THE KEYREJ REASON), OR D ROUTED TO  *
199006* KEYDUP.  A BLANK KEY HAS NO HISTORY TO ADD TO.  A  *
199007* HISTORY FILE THAT WILL NOT TAKE THE WRITE WARNS    *
199008* ONCE (KEYR022W) AND IS DROPPED FOR THE REST OF THE *
199009* RUN                                                *
199010*****************************************************
199011 7100-WRITE-EVENT.
199012     IF NOT KR-EVT-OPEN
199013         GO TO 7100-WRITE-EVENT-EXIT
199014     END-IF.
199015     IF KR-KEY-DATA OF KEY-INPUT-RECORD = SPACES
199016         GO TO 7100-WRITE-EVENT-EXIT
199017     END-IF.
199018
199019     MOVE SPACES TO KEY-EVENT-RECORD.
199020     MOVE KR-KEY-DATA OF KEY-INPUT-RECORD TO EV-KEY.
199021     ACCEPT EV-DATE FROM DATE YYYYMMDD.
199022     ACCEPT EV-TIME FROM TIME.
199023     MOVE 0 TO EV-SEQUENCE.
199024     MOVE KR-KEY-LENGTH OF KEY-INPUT-RECORD
199025         TO EV-KEY-LENGTH.
199026     MOVE KR-SOURCE-SYSTEM OF KEY-INPUT-RECORD
199027         TO EV-SOURCE-SYSTEM.
199028     MOVE KR-JOB-ID TO EV-JOB-ID.
199029     MOVE "PROG" TO EV-PROGRAM-NAME.
199030     IF KR-KEY-VALID AND KR-DUP-KEY
199031         MOVE "D" TO EV-DISPOSITION
199032         MOVE "05" TO EV-REASON-CODE
199033     ELSE
199034     IF KR-KEY-VALID
199035         MOVE "P" TO EV-DISPOSITION
199036         MOVE KR-KEY-DATA OF KEY-OUTPUT-RECORD
199037             TO EV-OUTPUT-KEY
199038     ELSE
199039         MOVE "R" TO EV-DISPOSITION
199040         MOVE KR-REJECT-REASON TO EV-REASON-CODE
199041     END-IF
199042     END-IF.
199043
199044     MOVE "22" TO KR-EVT-STATUS.
199045     PERFORM 7110-WRITE-ONE-EVENT
199046         THRU 7110-WRITE-ONE-EVENT-EXIT
199047         UNTIL KR-EVT-STATUS NOT = "22"
199048             OR EV-SEQUENCE = 99.
199049     IF KR-EVT-STATUS NOT = "00"
199050         MOVE "KEYR022" TO KMG-MESSAGE-ID
199051         MOVE KR-EVT-STATUS TO KR-STATUS-VALUE
199052         MOVE KR-STATUS-TEXT TO KMG-VARIABLE-TEXT
199053         PERFORM 9800-ISSUE-MESSAGE
199054             THRU 9800-ISSUE-MESSAGE-EXIT
199055         CLOSE KEY-EVT
199056         MOVE 'N' TO KR-EVT-OPEN-SW
199057     END-IF.
199058 7100-WRITE-EVENT-EXIT.
199059     EXIT.
199060
199061*****************************************************
199062* 7110-WRITE-ONE-EVENT - TRY THE WRITE; A KEY        *
199063* ALREADY ON FILE (A SECOND EVENT FOR THE SAME KEY   *
199064* IN THE SAME HUNDREDTH OF A SECOND) TAKES THE NEXT  *
199065* SEQUENCE NUMBER AND GOES ROUND AGAIN               *
199066*****************************************************
199067 7110-WRITE-ONE-EVENT.
199068     WRITE KEY-EVENT-RECORD
199069         INVALID KEY
199070             CONTINUE
199071     END-WRITE.
199072     IF KR-EVT-STATUS = "22"
199073         ADD 1 TO EV-SEQUENCE
199074     END-IF.
199075 7110-WRITE-ONE-EVENT-EXIT.
199076     EXIT.
199100
199200*****************************************************
199300* 8000-PRODUCE-REPORT - WRITE THE CONTROL-TOTAL AND   *
204400             UNTIL KR-XRF-SUB > 4
204500     END-IF.
204600
204610     IF KR-CDG-USED
204620         WRITE RPT-LINE FROM KR-CDG-HEADING-LINE
204630         PERFORM 8160-WRITE-CHECK-DIGIT-LINE
204640             THRU 8160-WRITE-CHECK-DIGIT-LINE-EXIT
204650             VARYING KR-XRF-SUB FROM 1 BY 1
204660             UNTIL KR-XRF-SUB > 4
204670     END-IF.
204680
204700     PERFORM 8200-WRITE-RUN-HISTORY
204800         THRU 8200-WRITE-RUN-HISTORY-EXIT.
204900
209400     WRITE RPT-LINE FROM KR-XRF-LINE.
209500 8150-WRITE-XREF-LINE-EXIT.
209600     EXIT.
209604
209608*****************************************************
209612* 8160-WRITE-CHECK-DIGIT-LINE - ONE CHECK-DIGIT LINE *
209616* PER SOURCE SYSTEM WITH ANY KEYS VERIFIED, FAILED,  *
209620* OR GIVEN A GENERATED DIGIT THIS RUN                *
209624*****************************************************
209628 8160-WRITE-CHECK-DIGIT-LINE.
209632     IF KR-CDG-VERIFIED ( KR-XRF-SUB ) = 0
209636         AND KR-CDG-FAILED ( KR-XRF-SUB ) = 0
209640         AND KR-CDG-GENERATED ( KR-XRF-SUB ) = 0
209644         GO TO 8160-WRITE-CHECK-DIGIT-LINE-EXIT
209648     END-IF.
209652     MOVE KR-XRF-SOURCE ( KR-XRF-SUB )
209656         TO KR-RPT-CDG-SOURCE.
209660     MOVE KR-CDG-VERIFIED ( KR-XRF-SUB )
209664         TO KR-RPT-CDG-VERIFIED.
209668     MOVE KR-CDG-FAILED ( KR-XRF-SUB )
209672         TO KR-RPT-CDG-FAILED.
209676     MOVE KR-CDG-GENERATED ( KR-XRF-SUB )
209680         TO KR-RPT-CDG-GENERATED.
209684     WRITE RPT-LINE FROM KR-CDG-LINE.
209688 8160-WRITE-CHECK-DIGIT-LINE-EXIT.
209692     EXIT.
209700
209800*****************************************************
209900* 8200-WRITE-RUN-HISTORY - APPEND ONE RUN-SUMMARY    *
229300     IF KR-RTK-OPEN
229400         CLOSE KEY-RTK
229500     END-IF.
229525     IF KR-EVT-OPEN
229550         CLOSE KEY-EVT
229575     END-IF.
229600 9000-TERMINATE-EXIT.
229700     EXIT.
229800
