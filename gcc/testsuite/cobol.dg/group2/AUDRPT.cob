001600*   INQUIRY - ENTRIES MATCHING THE DATE RANGE        *
001700*   (AUDFROM/AUDTO), JOB ID (AUDJOB), AND/OR KEY     *
001800*   VALUE (AUDKEY) RUN PARAMETERS ARE LISTED ON THE  *
001850*   AUDRPT REPORT AND COPIED TO THE MACHINE-         *
001900*   READABLE AUDEXT EXTRACT FILE, KEYS MASKED ON     *
001950*   BOTH (SEE KEYMASK).  A BLANK PARAMETER MEANS NO  *
002000*   FILTER ON THAT FIELD.                            *
002200*                                                     *
002300*   RETENTION - WHEN RETDAYS IS GIVEN, ENTRIES       *
002400*   OLDER THAN THAT MANY DAYS ARE COPIED TO THE      *
002600*   ON AUDNEW; EVERYTHING ELSE IS RETAINED ON        *
002700*   AUDNEW.  OPERATIONS SWAPS AUDNEW OVER THE LIVE   *
002800*   TRAIL AFTER A CLEAN RUN.  EVERY ENTRY MOVED IS   *
002900*   TAGGED PURGED ON THE REPORT.  THE NEWEST ENTRY   *
002925*   ON THE TRAIL IS ALWAYS RETAINED, WHATEVER ITS    *
002950*   AGE, SO THE NEXT WRITER HAS A CHAINED ENTRY TO   *
002975*   CONTINUE THE SEQUENCE FROM (SEE AUDCHAIN).       *
003000*                                                     *
003100* MODIFICATION HISTORY.                               *
003200* 2024-09-16  JWK  ORIGINAL PROGRAM.                  *
003220* 2026-10-15  JWK  A RETENTION RUN NEVER PURGES THE   *
003240*                  NEWEST ENTRY, SO THE AUDIT CHAIN   *
003260*                  ALWAYS HAS AN ANCHOR ON THE LIVE   *
003280*                  TRAIL.                             *
003282* 2026-10-15  JWK  KEYS ON THE REPORT, THE KEY VALUE  *
003284*                  CRITERIA LINE, AND THE AUDEXT      *
003286*                  EXTRACT ARE NOW MASKED THROUGH THE *
003288*                  COMMON KEYMASK ROUTINE.  UNMASK=Y  *
003290*                  SHOWS THEM IN FULL ONLY WHEN THE   *
003292*                  SUBMITTER CAN OPEN THE             *
003294*                  RACF-PROTECTED KEYUAU DD, WITH A   *
003296*                  KEYALT ENTRY.  ADDED THE JOBID     *
003297*                  PARAMETER FOR THAT ENTRY.          *
003300*****************************************************
003400
003500 ENVIRONMENT              DIVISION.
009500         88  KR-RETENTION-ON                VALUE 'Y'.
009600
009700 01  KR-AUD-STATUS            PIC X(02).
009750 01  KR-SAVED-RETURN-CODE     PIC S9(04)   COMP VALUE 0.
009800
009900*-------------------------------------------------------*
010000* RUN PARAMETERS.  BLANK MEANS NO FILTER ON THAT FIELD.  *
010800     05  KR-KEY-PARM          PIC X(30)    VALUE SPACES.
010900     05  KR-RETDAYS-TEXT      PIC X(05)    VALUE SPACES.
011000     05  KR-RETDAYS           PIC 9(05)    COMP VALUE 0.
011050     05  KR-JOB-ID            PIC X(08)    VALUE SPACES.
011100
011200*-------------------------------------------------------*
011300* RETENTION-CUTOFF WORK AREAS                            *
012600     05  KR-ENTRIES-SELECTED  PIC 9(07)    COMP VALUE 0.
012700     05  KR-ENTRIES-RETAINED  PIC 9(07)    COMP VALUE 0.
012800     05  KR-ENTRIES-PURGED    PIC 9(07)    COMP VALUE 0.
012850     05  KR-ENTRIES-ON-TRAIL  PIC 9(07)    COMP VALUE 0.
012900
012910*-------------------------------------------------------*
012920* KEY-MASKING REQUEST AREA (SEE KEYMASK) - EVERY KEY     *
012930* ON THE REPORT AND THE EXTRACT GOES THROUGH IT          *
012940*-------------------------------------------------------*
012950     COPY "keymsk.cpy".
012960
013000*-------------------------------------------------------*
013100* REPORT LINE IMAGES                                     *
013200*-------------------------------------------------------*
023300
023400     ACCEPT KR-JOB-PARM FROM ENVIRONMENT "AUDJOB".
023500     ACCEPT KR-KEY-PARM FROM ENVIRONMENT "AUDKEY".
023525     ACCEPT KR-JOB-ID FROM ENVIRONMENT "JOBID".
023550     PERFORM 1500-CHECK-UNMASK
023575         THRU 1500-CHECK-UNMASK-EXIT.
023600
023700     ACCEPT KR-RETDAYS-TEXT FROM ENVIRONMENT "RETDAYS".
023800     IF KR-RETDAYS-TEXT NOT = SPACES
024800         OPEN OUTPUT AUD-NEW
024900     END-IF.
025000
025016     IF KR-RETENTION-ON
025032         PERFORM 1100-COUNT-TRAIL
025048             THRU 1100-COUNT-TRAIL-EXIT
025056         IF KR-EOF
025060             GO TO 1000-INITIALIZE-EXIT
025062         END-IF
025064     END-IF.
025080
025100     PERFORM 1200-WRITE-CRITERIA
025200         THRU 1200-WRITE-CRITERIA-EXIT.
025300
025600 1000-INITIALIZE-EXIT.
025700     EXIT.
025800
025801*****************************************************
025802* 1100-COUNT-TRAIL - COUNT THE ENTRIES ON THE TRAIL  *
025803* SO THE RETENTION PASS KNOWS WHICH ONE IS THE       *
025804* NEWEST, THEN REOPEN IT FOR THAT PASS               *
025805*****************************************************
025806 1100-COUNT-TRAIL.
025807     PERFORM 1110-COUNT-ONE-ENTRY
025808         THRU 1110-COUNT-ONE-ENTRY-EXIT
025809         UNTIL KR-EOF.
025810     CLOSE AUD-IN.
025811     OPEN INPUT AUD-IN.
025812     IF KR-AUD-STATUS NOT = "00"
025813         PERFORM 9500-FORCE-ABEND
025814             THRU 9500-FORCE-ABEND-EXIT
025815         GO TO 1100-COUNT-TRAIL-EXIT
025816     END-IF.
025817     MOVE 'N' TO KR-EOF-SWITCH.
025818 1100-COUNT-TRAIL-EXIT.
025819     EXIT.
025820
025821 1110-COUNT-ONE-ENTRY.
025822     READ AUD-IN
025823         AT END
025824             SET KR-EOF TO TRUE
025825             GO TO 1110-COUNT-ONE-ENTRY-EXIT
025826     END-READ.
025827     ADD 1 TO KR-ENTRIES-ON-TRAIL.
025828 1110-COUNT-ONE-ENTRY-EXIT.
025829     EXIT.
025830
025831*****************************************************
025832* 1500-CHECK-UNMASK - PICK UP THE UNMASK REQUEST AND *
025833* HAVE KEYMASK RULE ON IT, WHICH LEAVES A KEYALT     *
025834* ENTRY FOR AN UNMASKED OR A REFUSED RUN.  A REFUSED *
025835* REQUEST PRINTS MASKED AND ENDS RC 4                *
025836*****************************************************
025837 1500-CHECK-UNMASK.
025838     MOVE SPACES TO KEY-MASK-REQUEST.
025839     MOVE "AUDRPT" TO KMK-PROGRAM-NAME.
025840     MOVE KR-JOB-ID TO KMK-JOB-ID.
025841     ACCEPT KMK-UNMASK-PARM FROM ENVIRONMENT "UNMASK".
025842     ACCEPT KMK-REQUESTED-BY FROM ENVIRONMENT "UNMASKBY".
025843     SET KMK-CHECK-UNMASK TO TRUE.
025844     PERFORM 9850-CALL-KEYMASK
025845         THRU 9850-CALL-KEYMASK-EXIT.
025846     SET KMK-MASK-KEY TO TRUE.
025847
025848     IF KMK-UNMASK-REFUSED
025849         AND RETURN-CODE < 4
025850         MOVE 4 TO RETURN-CODE
025851     END-IF.
025852 1500-CHECK-UNMASK-EXIT.
025853     EXIT.
025854
025900*****************************************************
026000* 1200-WRITE-CRITERIA - ECHO THE RUN PARAMETERS AT   *
026100* THE TOP OF THE REPORT SO THE READER KNOWS WHAT     *
027800     WRITE RPT-LINE FROM KR-CRITERIA-LINE.
027900
028000     MOVE "KEY VALUE. . . . . . . " TO KR-CRIT-LABEL.
028025     MOVE 0 TO KMK-KEY-LENGTH.
028050     MOVE KR-KEY-PARM TO KMK-KEY-VALUE.
028075     PERFORM 9850-CALL-KEYMASK THRU 9850-CALL-KEYMASK-EXIT.
028100     MOVE KMK-MASKED-KEY TO KR-CRIT-VALUE.
028200     WRITE RPT-LINE FROM KR-CRITERIA-LINE.
028300
028400     MOVE "RETENTION DAYS . . . . " TO KR-CRIT-LABEL.
037300* CUTOFF IS PURGED TO THE ARCHIVE.  AN ENTRY WITH A  *
037400* DATE THAT WILL NOT CONVERT IS RETAINED - BETTER A  *
037500* STRAGGLER ON THE TRAIL THAN EVIDENCE PURGED BY A   *
037600* BAD STAMP.  THE NEWEST ENTRY IS ALWAYS RETAINED AS *
037650* THE ANCHOR OF THE AUDIT CHAIN                      *
037700*****************************************************
037800 3100-JUDGE-RETENTION.
037900     MOVE 'N' TO KR-PURGE-SWITCH.
039000             MOVE 'Y' TO KR-PURGE-SWITCH
039100         END-IF
039200     END-IF.
039220
039240     IF KR-ENTRIES-READ = KR-ENTRIES-ON-TRAIL
039260         MOVE 'N' TO KR-PURGE-SWITCH
039280     END-IF.
039300 3100-JUDGE-RETENTION-EXIT.
039400     EXIT.
039500
040200     MOVE AUD-TIME          TO KR-DET-TIME.
040300     MOVE AUD-JOB-ID        TO KR-DET-JOB.
040400     MOVE AUD-SOURCE-SYSTEM TO KR-DET-SOURCE.
040425     MOVE 0 TO KMK-KEY-LENGTH.
040450     MOVE AUD-INPUT-KEY TO KMK-KEY-VALUE.
040475     PERFORM 9850-CALL-KEYMASK THRU 9850-CALL-KEYMASK-EXIT.
040500     MOVE KMK-MASKED-KEY TO KR-DET-INPUT-KEY.
040525     MOVE AUD-OUTPUT-KEY TO KMK-KEY-VALUE.
040550     PERFORM 9850-CALL-KEYMASK THRU 9850-CALL-KEYMASK-EXIT.
040575     MOVE KMK-MASKED-KEY TO KR-DET-OUTPUT-KEY.
040700     EVALUATE TRUE
040800         WHEN KR-ENTRY-SELECTED AND KR-ENTRY-PURGED
040900             MOVE "SEL+PURG" TO KR-DET-DISP
041600 6000-WRITE-DETAIL-EXIT.
041700     EXIT.
041800
041850*****************************************************
041900* 6100-WRITE-EXTRACT - COPY THE SELECTED ENTRY TO    *
041950* THE MACHINE-READABLE EXTRACT, ITS KEYS MASKED      *
042000* THROUGH KEYMASK LIKE THE REPORT'S                  *
042050*****************************************************
042300 6100-WRITE-EXTRACT.
042400     MOVE AUD-RECORD TO AUD-EXTRACT-RECORD.
042410     MOVE 0 TO KMK-KEY-LENGTH.
042420     MOVE AX-INPUT-KEY TO KMK-KEY-VALUE.
042430     PERFORM 9850-CALL-KEYMASK THRU 9850-CALL-KEYMASK-EXIT.
042440     MOVE KMK-MASKED-KEY TO AX-INPUT-KEY.
042450     MOVE AX-OUTPUT-KEY TO KMK-KEY-VALUE.
042460     PERFORM 9850-CALL-KEYMASK THRU 9850-CALL-KEYMASK-EXIT.
042470     MOVE KMK-MASKED-KEY TO AX-OUTPUT-KEY.
042500     WRITE AUD-EXTRACT-RECORD.
042600 6100-WRITE-EXTRACT-EXIT.
042700     EXIT.
049400         "SET TO 16".
049500 9500-FORCE-ABEND-EXIT.
049600     EXIT.
049700
049800*****************************************************
049900* 9850-CALL-KEYMASK - PASS THE MASKING REQUEST TO    *
050000* THE COMMON KEYMASK ROUTINE: THE UNMASK RULING AT   *
050100* START-UP, THEN THE PRINTED FORM OF EACH KEY IN     *
050200* KMK-KEY-VALUE (TRUE LENGTH IN KMK-KEY-LENGTH, OR   *
050300* ZERO) BACK IN KMK-MASKED-KEY.  RETURN-CODE IS      *
050400* SAVED ACROSS THE CALL                              *
050500*****************************************************
050600 9850-CALL-KEYMASK.
050700     MOVE RETURN-CODE TO KR-SAVED-RETURN-CODE.
050800     CALL "KEYMASK" USING KEY-MASK-REQUEST.
050900     MOVE KR-SAVED-RETURN-CODE TO RETURN-CODE.
051000 9850-CALL-KEYMASK-EXIT.
051100     EXIT.
