001900* UPSTREAM SHOPS CAN BE CHASED WITH NUMBERS INSTEAD  *
002000* OF ANECDOTES, AND SO REASON-01 BLANKS STOP QUIETLY *
002100* DYING ON THE REJECT FILE.                          *
002125* ENTRIES THE SENDER HAS ACKNOWLEDGED OR DISPUTED    *
002150* THROUGH THE ACK FEEDS (ACKMATCH) ARE AGED IN A     *
002175* SEPARATE GRID FROM THOSE WITH NO RESPONSE AT ALL.  *
002200*                                                     *
002300* MODIFICATION HISTORY.                               *
002400* 2025-04-20  JWK  ORIGINAL PROGRAM.                  *
002425* 2026-10-15  JWK  SEPARATE GRID FOR ENTRIES THE      *
002450*                  SENDER HAS ACKNOWLEDGED; TOTALS    *
002475*                  FOR STATUSES A, D, AND W.          *
002480* 2026-10-15  JWK  ADDED REASON 07 (BAD CHECK DIGIT)  *
002485*                  TO THE GRID, AND A LEGEND GIVING   *
002490*                  EACH REASON CODE IN PLAIN          *
002495*                  LANGUAGE.                          *
002500*****************************************************
002600
002700 ENVIRONMENT              DIVISION.
007100
007200 01  KR-SOURCE-SUB            PIC 9(02)    COMP VALUE 0.
007300 01  KR-REASON-SUB            PIC 9(02)    COMP VALUE 0.
007333 01  KR-GROUP-SUB             PIC 9(02)    COMP VALUE 0.
007366 01  KR-GRID-LINES            PIC 9(07)    COMP VALUE 0.
007400
007500*-------------------------------------------------------*
007600* CONTROL-TOTAL COUNTERS                                 *
008100     05  KR-RECORDS-REPAIRED  PIC 9(07)    COMP VALUE 0.
008200     05  KR-RECORDS-RETURNED  PIC 9(07)    COMP VALUE 0.
008300     05  KR-RECORDS-CLOSED    PIC 9(07)    COMP VALUE 0.
008325     05  KR-RECORDS-ACKNOWLEDGED PIC 9(07) COMP VALUE 0.
008350     05  KR-RECORDS-WITHDRAWN PIC 9(07)    COMP VALUE 0.
008375     05  KR-RECORDS-DISPUTED  PIC 9(07)    COMP VALUE 0.
008400     05  KR-RECORDS-SKIPPED   PIC 9(07)    COMP VALUE 0.
008500
008600*-------------------------------------------------------*
008700* AGING GRID - SOURCE SYSTEM BY REASON CODE BY AGE       *
008800* BUCKET.  SLOT 4 OF THE SOURCE AXIS AND SLOT 7 OF THE   *
008900* REASON AXIS TAKE ANY CODE THIS PROGRAM DOES NOT KNOW.  *
008933* GROUP 1 IS NO RESPONSE FROM THE SENDER, GROUP 2 IS     *
008966* ACKNOWLEDGED BY THE SENDER.                            *
009000*-------------------------------------------------------*
009100 01  KR-SOURCE-CODE-LIST.
009200     05  FILLER               PIC X(01)    VALUE "B".
010200     05  FILLER               PIC X(02)    VALUE "03".
010300     05  FILLER               PIC X(02)    VALUE "04".
010400     05  FILLER               PIC X(02)    VALUE "06".
010450     05  FILLER               PIC X(02)    VALUE "07".
010500     05  FILLER               PIC X(02)    VALUE "??".
010600 01  KR-REASON-CODE-TABLE REDEFINES KR-REASON-CODE-LIST.
010700     05  KR-REASON-CODE-TXT   OCCURS 7 TIMES PIC X(02).
010705
010710 01  KR-REASON-TEXT-LIST.
010715     05  FILLER               PIC X(40)    VALUE
010720         "KEY WAS BLANK".
010725     05  FILLER               PIC X(40)    VALUE
010730         "KEY CONTAINED LOW-VALUES".
010735     05  FILLER               PIC X(40)    VALUE
010740         "KEY CONTAINED NON-PRINTABLE CHARACTERS".
010745     05  FILLER               PIC X(40)    VALUE
010750         "KEY LENGTH OUTSIDE THE SOURCE'S RANGE".
010755     05  FILLER               PIC X(40)    VALUE
010760         "NO CROSS-REFERENCE ENTRY FOR KEY".
010765     05  FILLER               PIC X(40)    VALUE
010770         "CHECK DIGIT WRONG, OR NONE CAN BE ADDED".
010775     05  FILLER               PIC X(40)    VALUE
010780         "ANY OTHER REASON CODE".
010785 01  KR-REASON-TEXT-TABLE REDEFINES KR-REASON-TEXT-LIST.
010790     05  KR-REASON-TEXT       OCCURS 7 TIMES PIC X(40).
010800
010900 01  KR-AGE-TABLE.
010950     05  KR-AGE-GROUP-ENTRY   OCCURS 2 TIMES.
011000         10  KR-AGE-SOURCE-ENTRY OCCURS 4 TIMES.
011100             15  KR-AGE-REASON-ENTRY OCCURS 7 TIMES.
011200                 20  KR-AGE-0-7     PIC 9(07) COMP.
011300                 20  KR-AGE-8-14    PIC 9(07) COMP.
011400                 20  KR-AGE-15-30   PIC 9(07) COMP.
011500                 20  KR-AGE-OVER-30 PIC 9(07) COMP.
011600
011700*-------------------------------------------------------*
011800* AGING REPORT LINE IMAGES                               *
012500     05  FILLER               PIC X(80)    VALUE
012600         "========================".
012700
012707 01  KR-GROUP-HEADING-SILENT.
012714     05  FILLER               PIC X(80)    VALUE
012721         "NO RESPONSE FROM SENDER (O, F, S)".
012728
012735 01  KR-GROUP-HEADING-ACKED.
012742     05  FILLER               PIC X(80)    VALUE
012749         "ACKNOWLEDGED BY SENDER (A RESUBMIT DUE, D DISPUTED)".
012756
012763 01  KR-GRID-NONE-LINE.
012770     05  FILLER               PIC X(80)    VALUE
012777         "  NONE".
012784
012800 01  KR-AGE-LINE.
012900     05  FILLER               PIC X(07)    VALUE "SOURCE ".
013000     05  KR-RPT-SOURCE        PIC X(01).
013900     05  FILLER               PIC X(08)    VALUE " OVER30 ".
014000     05  KR-RPT-OVER-30       PIC ZZZ,ZZ9.
014100     05  FILLER               PIC X(08)    VALUE SPACES.
014105
014110 01  KR-LEGEND-HEADING.
014115     05  FILLER               PIC X(80)    VALUE
014120         "REASON CODES".
014125
014130 01  KR-LEGEND-LINE.
014135     05  FILLER               PIC X(02)    VALUE SPACES.
014140     05  KR-RPT-LEGEND-CODE   PIC X(02).
014145     05  FILLER               PIC X(02)    VALUE SPACES.
014150     05  KR-RPT-LEGEND-TEXT   PIC X(40).
014155     05  FILLER               PIC X(34)    VALUE SPACES.
014200
014300 01  KR-TOTAL-LINE-READ.
014400     05  FILLER               PIC X(24)    VALUE
016400     05  KR-RPT-RETURNED      PIC ZZZ,ZZ9.
016500     05  FILLER               PIC X(49)    VALUE SPACES.
016600
016605 01  KR-TOTAL-LINE-ACKNOWLEDGED.
016610     05  FILLER               PIC X(24)    VALUE
016615         "ACKNOWLEDGED, RESUB (A) ".
016620     05  KR-RPT-ACKNOWLEDGED  PIC ZZZ,ZZ9.
016625     05  FILLER               PIC X(49)    VALUE SPACES.
016630
016635 01  KR-TOTAL-LINE-DISPUTED.
016640     05  FILLER               PIC X(24)    VALUE
016645         "DISPUTED BY SENDER (D). ".
016650     05  KR-RPT-DISPUTED      PIC ZZZ,ZZ9.
016655     05  FILLER               PIC X(49)    VALUE SPACES.
016660
016665 01  KR-TOTAL-LINE-WITHDRAWN.
016670     05  FILLER               PIC X(24)    VALUE
016675         "WITHDRAWN BY SENDER (W) ".
016680     05  KR-RPT-WITHDRAWN     PIC ZZZ,ZZ9.
016685     05  FILLER               PIC X(49)    VALUE SPACES.
016690
016700 01  KR-TOTAL-LINE-CLOSED.
016800     05  FILLER               PIC X(24)    VALUE
016900         "CLOSED (C). . . . . . . ".
021500     MOVE FUNCTION INTEGER-OF-DATE ( KR-TODAY-DATE )
021600         TO KR-TODAY-INT.
021700
021800     PERFORM 1050-CLEAR-GRID-GROUP
021900         THRU 1050-CLEAR-GRID-GROUP-EXIT
022000         VARYING KR-GROUP-SUB FROM 1 BY 1
022100         UNTIL KR-GROUP-SUB > 2.
022200
022300     PERFORM 2100-READ-TRACKING
022400         THRU 2100-READ-TRACKING-EXIT.
022500 1000-INITIALIZE-EXIT.
022600     EXIT.
022700
022711 1050-CLEAR-GRID-GROUP.
022722     PERFORM 1100-CLEAR-GRID-ROW
022733         THRU 1100-CLEAR-GRID-ROW-EXIT
022744         VARYING KR-SOURCE-SUB FROM 1 BY 1
022755         UNTIL KR-SOURCE-SUB > 4.
022766 1050-CLEAR-GRID-GROUP-EXIT.
022777     EXIT.
022788
022800 1100-CLEAR-GRID-ROW.
022900     PERFORM 1110-CLEAR-GRID-CELL
023000         THRU 1110-CLEAR-GRID-CELL-EXIT
023100         VARYING KR-REASON-SUB FROM 1 BY 1
023200         UNTIL KR-REASON-SUB > 7.
023300 1100-CLEAR-GRID-ROW-EXIT.
023400     EXIT.
023500
023600 1110-CLEAR-GRID-CELL.
023700     MOVE 0 TO KR-AGE-0-7
023800         ( KR-GROUP-SUB KR-SOURCE-SUB KR-REASON-SUB ).
023900     MOVE 0 TO KR-AGE-8-14
024000         ( KR-GROUP-SUB KR-SOURCE-SUB KR-REASON-SUB ).
024100     MOVE 0 TO KR-AGE-15-30
024200         ( KR-GROUP-SUB KR-SOURCE-SUB KR-REASON-SUB ).
024300     MOVE 0 TO KR-AGE-OVER-30
024400         ( KR-GROUP-SUB KR-SOURCE-SUB KR-REASON-SUB ).
024500 1110-CLEAR-GRID-CELL-EXIT.
024600     EXIT.
024700
024800*****************************************************
024900* 2000-AGE-ONE-ENTRY - TALLY THE CURRENT TRACKING    *
025000* ENTRY BY STATUS, AND AGE EVERY UNCLOSED ONE INTO   *
025100* ITS SOURCE/REASON/AGE BUCKET.  AN ENTRY THE SENDER *
025133* HAS WITHDRAWN IS FINISHED WITH, LIKE A CLOSED ONE, *
025166* AND IS NOT AGED.  READ NEXT                        *
025200*****************************************************
025300 2000-AGE-ONE-ENTRY.
025400     EVALUATE TRUE
025800             ADD 1 TO KR-RECORDS-RETURNED
025900         WHEN RT-CLOSED
026000             ADD 1 TO KR-RECORDS-CLOSED
026014         WHEN RT-ACKNOWLEDGED
026028             ADD 1 TO KR-RECORDS-ACKNOWLEDGED
026042         WHEN RT-WITHDRAWN
026056             ADD 1 TO KR-RECORDS-WITHDRAWN
026070         WHEN RT-DISPUTED
026084             ADD 1 TO KR-RECORDS-DISPUTED
026100         WHEN OTHER
026200             ADD 1 TO KR-RECORDS-OPEN
026300     END-EVALUATE.
026400
026500     IF RT-CLOSED
026550         OR RT-WITHDRAWN
026600         GO TO 2000-AGE-ONE-ENTRY-NEXT
026700     END-IF.
026800
028700     EVALUATE TRUE
028800         WHEN KR-AGE-DAYS > 30
028900             ADD 1 TO KR-AGE-OVER-30
029000                 ( KR-GROUP-SUB KR-SOURCE-SUB KR-REASON-SUB )
029100         WHEN KR-AGE-DAYS > 14
029200             ADD 1 TO KR-AGE-15-30
029300                 ( KR-GROUP-SUB KR-SOURCE-SUB KR-REASON-SUB )
029400         WHEN KR-AGE-DAYS > 7
029500             ADD 1 TO KR-AGE-8-14
029600                 ( KR-GROUP-SUB KR-SOURCE-SUB KR-REASON-SUB )
029700         WHEN OTHER
029800             ADD 1 TO KR-AGE-0-7
029900                 ( KR-GROUP-SUB KR-SOURCE-SUB KR-REASON-SUB )
030000     END-EVALUATE.
030100
030200 2000-AGE-ONE-ENTRY-NEXT.
032500*****************************************************
032600* 3000-FIND-GRID-CELL - MAP THE ENTRY'S SOURCE BYTE  *
032700* AND REASON CODE TO THE GRID SUBSCRIPTS, UNKNOWN    *
032800* CODES LANDING IN THE CATCH-ALL SLOTS.  AN ENTRY    *
032833* THE SENDER HAS ACKNOWLEDGED (A OR D) GOES IN THE   *
032866* SECOND GRID, EVERYTHING STILL SILENT IN THE FIRST  *
032900*****************************************************
033000 3000-FIND-GRID-CELL.
033012     IF RT-ACKNOWLEDGED
033024         OR RT-DISPUTED
033036         MOVE 2 TO KR-GROUP-SUB
033048     ELSE
033060         MOVE 1 TO KR-GROUP-SUB
033072     END-IF.
033084
033100     EVALUATE RT-SOURCE-SYSTEM
033200         WHEN "B"
033300             MOVE 1 TO KR-SOURCE-SUB
035000             MOVE 4 TO KR-REASON-SUB
035100         WHEN "06"
035200             MOVE 5 TO KR-REASON-SUB
035250         WHEN "07"
035275             MOVE 6 TO KR-REASON-SUB
035300         WHEN OTHER
035400             MOVE 7 TO KR-REASON-SUB
035500     END-EVALUATE.
035600 3000-FIND-GRID-CELL-EXIT.
035700     EXIT.
035800
035900*****************************************************
036000* 8000-PRODUCE-REPORT - ONE LINE PER SOURCE/REASON   *
036100* PAIR THAT HAS ANY OPEN REJECTS, FIRST THOSE WITH   *
036200* NO RESPONSE FROM THE SENDER, THEN THOSE THE SENDER *
036250* HAS ACKNOWLEDGED, THEN A LEGEND OF THE REASON      *
036275* CODES, THEN THE STATUS TOTALS                      *
036300*****************************************************
036400 8000-PRODUCE-REPORT.
036500     WRITE RPT-LINE FROM KR-HEADING-LINE-1.
036600     WRITE RPT-LINE FROM KR-HEADING-LINE-2.
036700
036800     PERFORM 8050-WRITE-GRID-GROUP
036900         THRU 8050-WRITE-GRID-GROUP-EXIT
037000         VARYING KR-GROUP-SUB FROM 1 BY 1
037100         UNTIL KR-GROUP-SUB > 2.
037110
037120     WRITE RPT-LINE FROM KR-LEGEND-HEADING.
037130     PERFORM 8200-WRITE-LEGEND-LINE
037140         THRU 8200-WRITE-LEGEND-LINE-EXIT
037150         VARYING KR-REASON-SUB FROM 1 BY 1
037160         UNTIL KR-REASON-SUB > 7.
037200
037300     MOVE KR-RECORDS-READ     TO KR-RPT-READ.
037400     WRITE RPT-LINE FROM KR-TOTAL-LINE-READ.
038200     MOVE KR-RECORDS-RETURNED TO KR-RPT-RETURNED.
038300     WRITE RPT-LINE FROM KR-TOTAL-LINE-RETURNED.
038400
038410     MOVE KR-RECORDS-ACKNOWLEDGED TO KR-RPT-ACKNOWLEDGED.
038420     WRITE RPT-LINE FROM KR-TOTAL-LINE-ACKNOWLEDGED.
038430
038440     MOVE KR-RECORDS-DISPUTED TO KR-RPT-DISPUTED.
038450     WRITE RPT-LINE FROM KR-TOTAL-LINE-DISPUTED.
038460
038470     MOVE KR-RECORDS-WITHDRAWN TO KR-RPT-WITHDRAWN.
038480     WRITE RPT-LINE FROM KR-TOTAL-LINE-WITHDRAWN.
038490
038500     MOVE KR-RECORDS-CLOSED   TO KR-RPT-CLOSED.
038600     WRITE RPT-LINE FROM KR-TOTAL-LINE-CLOSED.
038700
039000 8000-PRODUCE-REPORT-EXIT.
039100     EXIT.
039200
039205 8050-WRITE-GRID-GROUP.
039210     IF KR-GROUP-SUB = 1
039215         WRITE RPT-LINE FROM KR-GROUP-HEADING-SILENT
039220     ELSE
039225         WRITE RPT-LINE FROM KR-GROUP-HEADING-ACKED
039230     END-IF.
039235     MOVE 0 TO KR-GRID-LINES.
039240     PERFORM 8100-WRITE-GRID-ROW
039245         THRU 8100-WRITE-GRID-ROW-EXIT
039250         VARYING KR-SOURCE-SUB FROM 1 BY 1
039255         UNTIL KR-SOURCE-SUB > 4.
039260     IF KR-GRID-LINES = 0
039265         WRITE RPT-LINE FROM KR-GRID-NONE-LINE
039270     END-IF.
039275 8050-WRITE-GRID-GROUP-EXIT.
039280     EXIT.
039285
039300 8100-WRITE-GRID-ROW.
039400     PERFORM 8110-WRITE-GRID-CELL
039500         THRU 8110-WRITE-GRID-CELL-EXIT
039600         VARYING KR-REASON-SUB FROM 1 BY 1
039700         UNTIL KR-REASON-SUB > 7.
039800 8100-WRITE-GRID-ROW-EXIT.
039900     EXIT.
040000
040100 8110-WRITE-GRID-CELL.
040200     IF KR-AGE-0-7
040250             ( KR-GROUP-SUB KR-SOURCE-SUB KR-REASON-SUB ) = 0
040300         AND KR-AGE-8-14
040400             ( KR-GROUP-SUB KR-SOURCE-SUB KR-REASON-SUB ) = 0
040500         AND KR-AGE-15-30
040600             ( KR-GROUP-SUB KR-SOURCE-SUB KR-REASON-SUB ) = 0
040700         AND KR-AGE-OVER-30
040800             ( KR-GROUP-SUB KR-SOURCE-SUB KR-REASON-SUB ) = 0
040900         GO TO 8110-WRITE-GRID-CELL-EXIT
041000     END-IF.
041100     MOVE KR-SOURCE-CODE ( KR-SOURCE-SUB )
041200         TO KR-RPT-SOURCE.
041300     MOVE KR-REASON-CODE-TXT ( KR-REASON-SUB )
041400         TO KR-RPT-REASON.
041500     MOVE KR-AGE-0-7
041550         ( KR-GROUP-SUB KR-SOURCE-SUB KR-REASON-SUB )
041600         TO KR-RPT-0-7.
041700     MOVE KR-AGE-8-14
041750         ( KR-GROUP-SUB KR-SOURCE-SUB KR-REASON-SUB )
041800         TO KR-RPT-8-14.
041900     MOVE KR-AGE-15-30
041950         ( KR-GROUP-SUB KR-SOURCE-SUB KR-REASON-SUB )
042000         TO KR-RPT-15-30.
042100     MOVE KR-AGE-OVER-30
042150         ( KR-GROUP-SUB KR-SOURCE-SUB KR-REASON-SUB )
042200         TO KR-RPT-OVER-30.
042300     WRITE RPT-LINE FROM KR-AGE-LINE.
042350     ADD 1 TO KR-GRID-LINES.
042400 8110-WRITE-GRID-CELL-EXIT.
042500     EXIT.
042510
042520 8200-WRITE-LEGEND-LINE.
042530     MOVE KR-REASON-CODE-TXT ( KR-REASON-SUB )
042540         TO KR-RPT-LEGEND-CODE.
042550     MOVE KR-REASON-TEXT ( KR-REASON-SUB )
042560         TO KR-RPT-LEGEND-TEXT.
042570     WRITE RPT-LINE FROM KR-LEGEND-LINE.
042580 8200-WRITE-LEGEND-LINE-EXIT.
042590     EXIT.
042600
042700*****************************************************
042800* 9000-TERMINATE - CLOSE FILES                       *
