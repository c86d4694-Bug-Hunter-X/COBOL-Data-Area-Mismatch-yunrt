000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DL210.
000030 AUTHOR. R L HENNESSY.
000040 INSTALLATION. DATA CENTER OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                    *
000090*----------------------------------------------------------*
000100*  DATE       INIT  DESCRIPTION                            *
000110*  10/15/26   RLH   NEW APPLY BACKOUT UTILITY.  READS THE  *
000120*                   TRNJRNL APPLY JOURNAL DL100 WRITES IN  *
000130*                   APPLY MODE AND REVERSES ONE NIGHT'S    *
000140*                   CHANGES TO TRNMASTR - THE WHOLE RUN,   *
000150*                   OR ONE REGION'S SEGMENT, AS NAMED ON   *
000160*                   THE BKOCARD CONTROL CARD.  ENTRIES ARE *
000170*                   REVERSED NEWEST FIRST: AN ADD IS       *
000180*                   REMOVED, AN UPDATE OR LOGICAL DELETE   *
000190*                   GETS ITS BEFORE IMAGE BACK.  A MASTER  *
000200*                   RECORD THAT NO LONGER MATCHES THE      *
000210*                   JOURNALED AFTER IMAGE WAS CHANGED BY   *
000220*                   SOMETHING LATER AND IS LEFT ALONE AS A *
000230*                   CONFLICT FOR THE OPERATOR, SO A ONE-   *
000240*                   REGION BACKOUT CAN NEVER TRAMPLE       *
000250*                   ANOTHER REGION'S WORK.  RUN IT BEFORE  *
000260*                   DL140 CUTS THE NIGHT'S DELTA.          *
000270*  10/15/26   RLH   EACH REVERSAL IS NOW JOURNALED BACK TO *
000280*                   TRNJRNL AS A 'B' ENTRY, SO THE JOURNAL *
000290*                   STILL ACCOUNTS FOR EVERY CHANGE TO THE *
000300*                   MASTER AND THE DL230 PERIOD-END ROLL-  *
000310*                   FORWARD BALANCES ACROSS A BACKOUT.     *
000320*                   'B' ENTRIES ARE NEVER BACKED OUT.      *
000330*  10/15/26   RLH   A FAILED WRITE OF A 'B' ENTRY TO       *
000340*                   TRNJRNL NOW STOPS THE BACKOUT WITH     *
000350*                   RETURN-CODE 16 INSTEAD OF LOSING THE   *
000360*                   AUDIT TRAIL.                           *
000370*----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT BACKOUT-CARD ASSIGN TO "BKOCARD"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-CARD-STATUS.
000470     SELECT TRANS-JOURNAL-FILE ASSIGN TO "TRNJRNL"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-JNL-STATUS.
000500     SELECT TRANS-MASTER-FILE ASSIGN TO "TRNMASTR"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS DL100-MST-ID
000540         FILE STATUS IS WS-MST-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  BACKOUT-CARD
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600     COPY DL100BKC.
000610 FD  TRANS-JOURNAL-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640     COPY DL100JNL.
000650 FD  TRANS-MASTER-FILE
000660     LABEL RECORDS ARE STANDARD.
000670     COPY DL100MST.
000680 WORKING-STORAGE SECTION.
000690*----------------------------------------------------------*
000700*  RUN CONTROL SWITCHES                                    *
000710*----------------------------------------------------------*
000720 01  WS-SWITCHES.
000730     05  WS-JNL-EOF-SW             PIC X(01)  VALUE 'N'.
000740         88  WS-JNL-EOF                       VALUE 'Y'.
000750     05  WS-ABORT-SW               PIC X(01)  VALUE 'N'.
000760         88  WS-ABORTED                       VALUE 'Y'.
000770 01  WS-CARD-STATUS                PIC X(02)  VALUE SPACES.
000780     88  WS-CARD-OK                           VALUE '00'.
000790 01  WS-JNL-STATUS                 PIC X(02)  VALUE SPACES.
000800     88  WS-JNL-OK                            VALUE '00'.
000810 01  WS-MST-STATUS                 PIC X(02)  VALUE SPACES.
000820     88  WS-MST-OK                            VALUE '00'.
000830 01  WS-BKO-RUN-DATE               PIC 9(08)  VALUE ZEROES.
000840 01  WS-BKO-REGION-CD              PIC X(03)  VALUE SPACES.
000850 01  WS-JNL-READ-CT                PIC 9(08)  VALUE ZEROES COMP.
000860 01  WS-ADD-REMOVED-CT             PIC 9(08)  VALUE ZEROES COMP.
000870 01  WS-UPD-RESTORED-CT            PIC 9(08)  VALUE ZEROES COMP.
000880 01  WS-DEL-RESTORED-CT            PIC 9(08)  VALUE ZEROES COMP.
000890 01  WS-CONFLICT-CT                PIC 9(08)  VALUE ZEROES COMP.
000900 01  WS-BKO-SUB                    PIC 9(05)  VALUE ZEROES COMP.
000910 01  WS-JNL-WRITTEN-CT             PIC 9(08)  VALUE ZEROES COMP.
000920 01  WS-CURRENT-DATE               PIC 9(08)  VALUE ZEROES.
000930 01  WS-CURRENT-TIME               PIC 9(08)  VALUE ZEROES.
000940 01  WS-RESTORED-IMAGE             PIC X(100) VALUE SPACES.
000950*----------------------------------------------------------*
000960*  JOURNAL ENTRIES SELECTED FOR BACKOUT, IN JOURNAL ORDER. *
000970*  THEY ARE REVERSED FROM THE LAST SLOT BACK TO THE FIRST, *
000980*  SO AN ID TOUCHED TWICE IN THE NIGHT (E.G. AN ADD RE-    *
000990*  APPLIED AS AN UPDATE AFTER A RESTART) UNWINDS IN ORDER  *
001000*----------------------------------------------------------*
001010 01  WS-BKO-TABLE.
001020     05  WS-BKO-COUNT              PIC 9(05)  VALUE ZEROES COMP.
001030     05  WS-BKO-ENTRY OCCURS 50000 TIMES.
001040         10  WS-BKO-ACTION         PIC X(01).
001050         10  WS-BKO-REGION-T       PIC X(03).
001060         10  WS-BKO-SEQ-NO         PIC 9(08).
001070         10  WS-BKO-BEFORE         PIC X(100).
001080         10  WS-BKO-AFTER          PIC X(100).
001090 PROCEDURE DIVISION.
001100*----------------------------------------------------------*
001110*  0000-MAINLINE                                           *
001120*----------------------------------------------------------*
001130 0000-MAINLINE.
001140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001150     PERFORM 2000-LOAD-JOURNAL-REC THRU 2000-EXIT
001160         UNTIL WS-JNL-EOF OR WS-ABORTED.
001170     IF NOT WS-ABORTED
001180         PERFORM 2900-REOPEN-JOURNAL THRU 2900-EXIT
001190     END-IF.
001200     IF NOT WS-ABORTED
001210         COMPUTE WS-BKO-SUB = WS-BKO-COUNT + 1
001220         PERFORM 3000-BACKOUT-ENTRY THRU 3000-EXIT
001230             UNTIL WS-BKO-SUB <= 1
001240     END-IF.
001250     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
001260     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001270     GO TO 9999-EXIT.
001280
001290*----------------------------------------------------------*
001300*  1000-INITIALIZE - READ THE BACKOUT CARD AND OPEN FILES. *
001310*                    THE RUN DATE IS MANDATORY - THERE IS  *
001320*                    NO SAFE DEFAULT FOR A BACKOUT         *
001330*----------------------------------------------------------*
001340 1000-INITIALIZE.
001350     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001360     ACCEPT WS-CURRENT-TIME FROM TIME.
001370     OPEN INPUT BACKOUT-CARD.
001380     IF NOT WS-CARD-OK
001390         DISPLAY "DL210 - UNABLE TO OPEN BKOCARD, STATUS = "
001400             WS-CARD-STATUS
001410         MOVE 16 TO RETURN-CODE
001420         GO TO 9999-EXIT
001430     END-IF.
001440     READ BACKOUT-CARD
001450         AT END
001460             DISPLAY "DL210 - BKOCARD IS EMPTY, NOTHING BACKED "
001470                 "OUT"
001480             MOVE 16 TO RETURN-CODE
001490             GO TO 9999-EXIT
001500     END-READ.
001510     IF DL100-BKC-RUN-DATE IS NOT NUMERIC
001520         OR DL100-BKC-RUN-DATE = 0
001530         DISPLAY "DL210 - BKOCARD RUN DATE "
001540             DL100-BKC-RUN-DATE " INVALID, NOTHING BACKED OUT"
001550         MOVE 16 TO RETURN-CODE
001560         GO TO 9999-EXIT
001570     END-IF.
001580     MOVE DL100-BKC-RUN-DATE  TO WS-BKO-RUN-DATE.
001590     MOVE DL100-BKC-REGION-CD TO WS-BKO-REGION-CD.
001600     CLOSE BACKOUT-CARD.
001610     IF WS-BKO-REGION-CD = SPACES
001620         DISPLAY "DL210 - BACKING OUT THE WHOLE APPLY RUN OF "
001630             WS-BKO-RUN-DATE
001640     ELSE
001650         DISPLAY "DL210 - BACKING OUT REGION " WS-BKO-REGION-CD
001660             " FROM THE APPLY RUN OF " WS-BKO-RUN-DATE
001670     END-IF.
001680     OPEN INPUT TRANS-JOURNAL-FILE.
001690     IF NOT WS-JNL-OK
001700         DISPLAY "DL210 - UNABLE TO OPEN TRNJRNL, STATUS = "
001710             WS-JNL-STATUS
001720         MOVE 16 TO RETURN-CODE
001730         GO TO 9999-EXIT
001740     END-IF.
001750     OPEN I-O TRANS-MASTER-FILE.
001760     IF NOT WS-MST-OK
001770         DISPLAY "DL210 - UNABLE TO OPEN TRNMASTR, STATUS = "
001780             WS-MST-STATUS
001790         MOVE 16 TO RETURN-CODE
001800         GO TO 9999-EXIT
001810     END-IF.
001820 1000-EXIT.
001830     EXIT.
001840
001850*----------------------------------------------------------*
001860*  2000-LOAD-JOURNAL-REC - KEEP ONE JOURNAL ENTRY THAT     *
001870*                          BELONGS TO THE RUN (AND REGION) *
001880*                          BEING BACKED OUT                *
001890*----------------------------------------------------------*
001900 2000-LOAD-JOURNAL-REC.
001910     READ TRANS-JOURNAL-FILE
001920         AT END
001930             SET WS-JNL-EOF TO TRUE
001940             GO TO 2000-EXIT
001950     END-READ.
001960     ADD 1 TO WS-JNL-READ-CT.
001970     IF DL100-JNL-RUN-DATE NOT = WS-BKO-RUN-DATE
001980         GO TO 2000-EXIT
001990     END-IF.
002000*    A PREVIOUS BACKOUT'S OWN ENTRIES ARE HISTORY, NOT APPLY
002010     IF DL100-JNL-ACT-BACKOUT
002020         GO TO 2000-EXIT
002030     END-IF.
002040     IF WS-BKO-REGION-CD NOT = SPACES
002050         AND DL100-JNL-REGION-CD NOT = WS-BKO-REGION-CD
002060         GO TO 2000-EXIT
002070     END-IF.
002080*    A PARTIAL BACKOUT WOULD LEAVE THE MASTER HALF-REVERSED,
002090*    SO AN OVERFLOW STOPS THE JOB BEFORE ANYTHING IS TOUCHED
002100     IF WS-BKO-COUNT >= 50000
002110         DISPLAY "DL210 - ERROR, MORE THAN 50000 JOURNAL "
002120             "ENTRIES FOR THE RUN, NOTHING BACKED OUT"
002130         MOVE 16 TO RETURN-CODE
002140         SET WS-ABORTED TO TRUE
002150         GO TO 2000-EXIT
002160     END-IF.
002170     ADD 1 TO WS-BKO-COUNT.
002180     MOVE DL100-JNL-ACTION
002190         TO WS-BKO-ACTION (WS-BKO-COUNT).
002200     MOVE DL100-JNL-REGION-CD
002210         TO WS-BKO-REGION-T (WS-BKO-COUNT).
002220     MOVE DL100-JNL-SEQ-NO
002230         TO WS-BKO-SEQ-NO (WS-BKO-COUNT).
002240     MOVE DL100-JNL-BEFORE-IMAGE
002250         TO WS-BKO-BEFORE (WS-BKO-COUNT).
002260     MOVE DL100-JNL-AFTER-IMAGE
002270         TO WS-BKO-AFTER (WS-BKO-COUNT).
002280 2000-EXIT.
002290     EXIT.
002300
002310*----------------------------------------------------------*
002320*  2900-REOPEN-JOURNAL - SWITCH TRNJRNL FROM READING THE   *
002330*                        RUN TO APPENDING ITS REVERSALS.   *
002340*                        NOTHING IS REVERSED UNLESS IT CAN *
002350*                        BE JOURNALED                      *
002360*----------------------------------------------------------*
002370 2900-REOPEN-JOURNAL.
002380     CLOSE TRANS-JOURNAL-FILE.
002390     OPEN EXTEND TRANS-JOURNAL-FILE.
002400     IF NOT WS-JNL-OK
002410         DISPLAY "DL210 - UNABLE TO REOPEN TRNJRNL FOR "
002420             "EXTEND, STATUS = " WS-JNL-STATUS
002430             ", NOTHING BACKED OUT"
002440         MOVE 16 TO RETURN-CODE
002450         SET WS-ABORTED TO TRUE
002460     END-IF.
002470 2900-EXIT.
002480     EXIT.
002490
002500*----------------------------------------------------------*
002510*  3000-BACKOUT-ENTRY - REVERSE ONE JOURNALED CHANGE,      *
002520*                       NEWEST FIRST.  THE MASTER MUST     *
002530*                       STILL HOLD THE JOURNALED AFTER     *
002540*                       IMAGE, OR A LATER CHANGE WOULD BE  *
002550*                       LOST                               *
002560*----------------------------------------------------------*
002570 3000-BACKOUT-ENTRY.
002580     SUBTRACT 1 FROM WS-BKO-SUB.
002590     MOVE WS-BKO-AFTER (WS-BKO-SUB) (1:6) TO DL100-MST-ID.
002600     READ TRANS-MASTER-FILE
002610         INVALID KEY
002620             DISPLAY "DL210 - CONFLICT, ID " DL100-MST-ID
002630                 " NO LONGER ON TRNMASTR, NOT BACKED OUT"
002640             PERFORM 3900-COUNT-CONFLICT THRU 3900-EXIT
002650             GO TO 3000-EXIT
002660     END-READ.
002670     IF DL100-MASTER-RECORD NOT = WS-BKO-AFTER (WS-BKO-SUB)
002680         DISPLAY "DL210 - CONFLICT, ID " DL100-MST-ID
002690             " CHANGED SINCE THE JOURNALED APPLY, NOT "
002700             "BACKED OUT"
002710         PERFORM 3900-COUNT-CONFLICT THRU 3900-EXIT
002720         GO TO 3000-EXIT
002730     END-IF.
002740     EVALUATE WS-BKO-ACTION (WS-BKO-SUB)
002750         WHEN 'A'
002760             DELETE TRANS-MASTER-FILE RECORD
002770                 INVALID KEY
002780                     DISPLAY "DL210 - DELETE FAILED FOR ID "
002790                         DL100-MST-ID ", STATUS = "
002800                         WS-MST-STATUS
002810                     PERFORM 3900-COUNT-CONFLICT THRU 3900-EXIT
002820                 NOT INVALID KEY
002830                     ADD 1 TO WS-ADD-REMOVED-CT
002840                     MOVE SPACES TO WS-RESTORED-IMAGE
002850                     PERFORM 3950-WRITE-BACKOUT-JNL
002860                         THRU 3950-EXIT
002870             END-DELETE
002880         WHEN 'U'
002890         WHEN 'D'
002900             MOVE WS-BKO-BEFORE (WS-BKO-SUB)
002910                 TO DL100-MASTER-RECORD
002920             REWRITE DL100-MASTER-RECORD
002930                 INVALID KEY
002940                     DISPLAY "DL210 - REWRITE FAILED FOR ID "
002950                         DL100-MST-ID ", STATUS = "
002960                         WS-MST-STATUS
002970                     PERFORM 3900-COUNT-CONFLICT THRU 3900-EXIT
002980                 NOT INVALID KEY
002990                     MOVE WS-BKO-BEFORE (WS-BKO-SUB)
003000                         TO WS-RESTORED-IMAGE
003010                     PERFORM 3950-WRITE-BACKOUT-JNL
003020                         THRU 3950-EXIT
003030                     IF WS-BKO-ACTION (WS-BKO-SUB) = 'D'
003040                         ADD 1 TO WS-DEL-RESTORED-CT
003050                     ELSE
003060                         ADD 1 TO WS-UPD-RESTORED-CT
003070                     END-IF
003080             END-REWRITE
003090         WHEN OTHER
003100             DISPLAY "DL210 - JOURNAL ENTRY AT SEQ "
003110                 WS-BKO-SEQ-NO (WS-BKO-SUB) " HAS UNKNOWN "
003120                 "ACTION '" WS-BKO-ACTION (WS-BKO-SUB)
003130                 "', NOT BACKED OUT"
003140             PERFORM 3900-COUNT-CONFLICT THRU 3900-EXIT
003150     END-EVALUATE.
003160 3000-EXIT.
003170     EXIT.
003180
003190*----------------------------------------------------------*
003200*  3900-COUNT-CONFLICT - COMMON HANDLING FOR AN ENTRY THAT *
003210*                        COULD NOT BE REVERSED             *
003220*----------------------------------------------------------*
003230 3900-COUNT-CONFLICT.
003240     ADD 1 TO WS-CONFLICT-CT.
003250     IF RETURN-CODE < 8
003260         MOVE 8 TO RETURN-CODE
003270     END-IF.
003280 3900-EXIT.
003290     EXIT.
003300
003310*----------------------------------------------------------*
003320*  3950-WRITE-BACKOUT-JNL - JOURNAL ONE REVERSAL: THE      *
003330*                           IMAGE THE MASTER HELD AND THE  *
003340*                           IMAGE PUT BACK                 *
003350*----------------------------------------------------------*
003360 3950-WRITE-BACKOUT-JNL.
003370     MOVE WS-CURRENT-DATE        TO DL100-JNL-RUN-DATE.
003380     MOVE WS-CURRENT-TIME        TO DL100-JNL-RUN-TIME.
003390     MOVE WS-BKO-REGION-T (WS-BKO-SUB)
003400         TO DL100-JNL-REGION-CD.
003410     MOVE WS-BKO-SEQ-NO (WS-BKO-SUB)
003420         TO DL100-JNL-SEQ-NO.
003430     MOVE 'B'                    TO DL100-JNL-ACTION.
003440     MOVE WS-BKO-AFTER (WS-BKO-SUB)
003450         TO DL100-JNL-BEFORE-IMAGE.
003460     MOVE WS-RESTORED-IMAGE      TO DL100-JNL-AFTER-IMAGE.
003470     WRITE DL100-JOURNAL-RECORD.
003480     IF NOT WS-JNL-OK
003490         DISPLAY "DL210 - UNABLE TO WRITE TRNJRNL, STATUS = "
003500             WS-JNL-STATUS ", REGION "
003510             WS-BKO-REGION-T (WS-BKO-SUB) " SEQ "
003520             WS-BKO-SEQ-NO (WS-BKO-SUB)
003530         MOVE 16 TO RETURN-CODE
003540         GO TO 9999-EXIT
003550     END-IF.
003560     ADD 1 TO WS-JNL-WRITTEN-CT.
003570 3950-EXIT.
003580     EXIT.
003590
003600*----------------------------------------------------------*
003610*  8000-PRINT-SUMMARY - END-OF-RUN RECONCILIATION TOTALS   *
003620*----------------------------------------------------------*
003630 8000-PRINT-SUMMARY.
003640     IF WS-BKO-COUNT = 0
003650         AND NOT WS-ABORTED
003660         DISPLAY "DL210 - WARNING, NO JOURNAL ENTRIES FOUND "
003670             "FOR THE RUN, NOTHING BACKED OUT"
003680         IF RETURN-CODE < 4
003690             MOVE 4 TO RETURN-CODE
003700         END-IF
003710     END-IF.
003720     DISPLAY "DL210 - BACKOUT SUMMARY".
003730     DISPLAY "  JOURNAL RECORDS   = " WS-JNL-READ-CT.
003740     DISPLAY "  ENTRIES SELECTED  = " WS-BKO-COUNT.
003750     DISPLAY "  ADDS REMOVED      = " WS-ADD-REMOVED-CT.
003760     DISPLAY "  UPDATES RESTORED  = " WS-UPD-RESTORED-CT.
003770     DISPLAY "  DELETES RESTORED  = " WS-DEL-RESTORED-CT.
003780     DISPLAY "  CONFLICTS         = " WS-CONFLICT-CT.
003790     DISPLAY "  REVERSALS JOURNALED= " WS-JNL-WRITTEN-CT.
003800 8000-EXIT.
003810     EXIT.
003820
003830*----------------------------------------------------------*
003840*  9000-TERMINATE - CLOSE FILES                            *
003850*----------------------------------------------------------*
003860 9000-TERMINATE.
003870     CLOSE TRANS-JOURNAL-FILE.
003880     CLOSE TRANS-MASTER-FILE.
003890 9000-EXIT.
003900     EXIT.
003910
003920 9999-EXIT.
003930     STOP RUN.
