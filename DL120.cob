000180*                   LONGER COSTS A FULL-DAY UPSTREAM       *
000190*                   RE-EXTRACT.  REJECTS WITHOUT A CARD    *
000200*                   ARE HELD FOR A LATER PASS.             *
000210*  10/15/26   RLH   DL100REC REPLACING NOW NAMES THE NEW   *
000220*                   ORIG-ID FIELD.                         *
000230*  10/15/26   RLH   DL100REC REPLACING NOW NAMES THE NEW   *
000240*                   CURRENCY-CD FIELD.                     *
000250*  10/15/26   RLH   FIXCARDS NOW CARRY AN OPERATOR ID,     *
000260*                   CHECKED AGAINST THE OPERAUTH AUTHORITY *
000270*                   FILE THROUGH DL100AUT.  A CARD FROM AN *
000280*                   OPERATOR WITHOUT REPAIR AUTHORITY IS   *
000290*                   REFUSED, AND EVERY RESUBMITTED,        *
000300*                   FAILED, REFUSED OR UNMATCHED CARD IS   *
000310*                   LOGGED TO THE CUMULATIVE MAINTLOG.     *
000320*----------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT REJECT-CAPTURE-FILE ASSIGN TO "REJCAP"
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-REJ-STATUS.
000420     SELECT FIX-CARDS ASSIGN TO "FIXCARDS"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-CARD-STATUS.
000450     SELECT RESUBMIT-FILE ASSIGN TO "RESUBMIT"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-RSB-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  REJECT-CAPTURE-FILE
000510     RECORDING MODE IS F
000520     LABEL RECORDS ARE STANDARD.
000530     COPY DL100REJ.
000540 FD  FIX-CARDS
000550     RECORDING MODE IS F
000560     LABEL RECORDS ARE STANDARD.
000570     COPY DL100FIX.
000580 FD  RESUBMIT-FILE
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD.
000610 01  RESUBMIT-RECORD               PIC X(100).
000620 WORKING-STORAGE SECTION.
000630*----------------------------------------------------------*
000640*  RUN CONTROL SWITCHES                                    *
000650*----------------------------------------------------------*
000660 01  WS-SWITCHES.
000670     05  WS-REJ-EOF-SW             PIC X(01)  VALUE 'N'.
000680         88  WS-REJ-EOF                       VALUE 'Y'.
000690     05  WS-CARD-EOF-SW            PIC X(01)  VALUE 'N'.
000700         88  WS-CARD-EOF                      VALUE 'Y'.
000710     05  WS-CARD-FOUND-SW          PIC X(01)  VALUE 'N'.
000720         88  WS-CARD-FOUND                    VALUE 'Y'.
000730     05  WS-PATCH-OK-SW            PIC X(01)  VALUE 'Y'.
000740         88  WS-PATCH-OK                      VALUE 'Y'.
000750 01  WS-REJ-STATUS                 PIC X(02)  VALUE SPACES.
000760     88  WS-REJ-OK                            VALUE '00'.
000770 01  WS-CARD-STATUS                PIC X(02)  VALUE SPACES.
000780     88  WS-CARD-OK                           VALUE '00'.
000790 01  WS-RSB-STATUS                 PIC X(02)  VALUE SPACES.
000800     88  WS-RSB-OK                            VALUE '00'.
000810 01  WS-CURRENT-DATE               PIC 9(08)  VALUE ZEROES.
000820 01  WS-REJECT-CT                  PIC 9(08)  VALUE ZEROES COMP.
000830 01  WS-RESUBMIT-CT                PIC 9(08)  VALUE ZEROES COMP.
000840 01  WS-HELD-CT                    PIC 9(08)  VALUE ZEROES COMP.
000850 01  WS-PATCH-FAIL-CT              PIC 9(08)  VALUE ZEROES COMP.
000860 01  WS-UNMATCHED-CT               PIC 9(08)  VALUE ZEROES COMP.
000870 01  WS-SEG-DETAIL-CT              PIC 9(08)  VALUE ZEROES COMP.
000880 01  WS-SEG-AMOUNT-TOTAL           PIC S9(13)V99 VALUE ZEROES
000890                                   COMP-3.
000900 01  WS-RUN-AMOUNT-TOTAL           PIC S9(13)V99 VALUE ZEROES
000910                                   COMP-3.
000920 01  WS-CUR-REGION-CD              PIC X(03)  VALUE SPACES.
000930 01  WS-NEW-REGION-CD              PIC X(03)  VALUE SPACES.
000940 01  WS-AMOUNT-ZONED               PIC 9(09)V99 VALUE ZEROES.
000950 01  WS-AMOUNT-ZONED-X REDEFINES WS-AMOUNT-ZONED
000960                                   PIC X(11).
000970*----------------------------------------------------------*
000980*  CORRECTION CARD TABLE, KEYED BY THE REJCAP CAPTURE      *
000990*  SEQUENCE NUMBER.  THE MATCHED FLAG LETS THE SUMMARY     *
001000*  REPORT CARDS THAT PAIRED WITH NO CAPTURED REJECT        *
001010*----------------------------------------------------------*
001020 01  WS-CARD-TABLE.
001030     05  WS-CARD-COUNT             PIC 9(03)  VALUE ZEROES COMP.
001040     05  WS-CARD-SUB               PIC 9(03)  VALUE ZEROES COMP.
001050     05  WS-CARD-ENTRY OCCURS 100 TIMES
001060             INDEXED BY CRD-IX.
001070         10  WS-CRD-SEQ-NO         PIC 9(08).
001080         10  WS-CRD-NEW-ID         PIC X(06).
001090         10  WS-CRD-NEW-TRANS-DATE PIC X(08).
001100         10  WS-CRD-NEW-NAME       PIC X(30).
001110         10  WS-CRD-NEW-AMOUNT     PIC X(11).
001120         10  WS-CRD-NEW-STATUS-CD  PIC X(02).
001130         10  WS-CRD-REGION-CD      PIC X(03).
001140         10  WS-CRD-OPERATOR-ID    PIC X(08).
001150         10  WS-CRD-IMAGE          PIC X(80).
001160         10  WS-CRD-MATCHED-SW     PIC X(01).
001170             88  WS-CRD-MATCHED            VALUE 'Y'.
001180     COPY DL100HDT.
001190     COPY DL100REC REPLACING
001200         ==PFX-ID==         BY ==WS-FIX-ID==
001210         ==PFX-TRANS-DATE== BY ==WS-FIX-TRANS-DATE==
001220         ==PFX-NAME==       BY ==WS-FIX-NAME==
001230         ==PFX-AMOUNT==     BY ==WS-FIX-AMOUNT==
001240         ==PFX-STATUS-CD==  BY ==WS-FIX-STATUS-CD==
001250         ==PFX-ORIG-ID==    BY ==WS-FIX-ORIG-ID==
001260         ==PFX-CURRENCY-CD== BY ==WS-FIX-CURRENCY-CD==
001270         ==PFX==            BY ==WS-FIX-AREA==.
001280*----------------------------------------------------------*
001290*  OPERATOR AUTHORITY AND MAINTENANCE LOG INTERFACE        *
001300*----------------------------------------------------------*
001310 01  WS-HOLD-RC                    PIC S9(04) VALUE ZEROES COMP.
001320 01  WS-REFUSED-CT                 PIC 9(08)  VALUE ZEROES COMP.
001330     COPY DL100AUL.
001340 PROCEDURE DIVISION.
001350*----------------------------------------------------------*
001360*  0000-MAINLINE                                           *
001370*----------------------------------------------------------*
001380 0000-MAINLINE.
001390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001400     PERFORM 2000-PROCESS-REJECT THRU 2000-EXIT
001410         UNTIL WS-REJ-EOF.
001420     PERFORM 3500-CLOSE-SEGMENT THRU 3500-EXIT.
001430     PERFORM 7000-COUNT-UNMATCHED THRU 7000-EXIT.
001440     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
001450     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001460     GO TO 9999-EXIT.
001470
001480*----------------------------------------------------------*
001490*  1000-INITIALIZE - OPEN FILES AND LOAD THE CORRECTION    *
001500*                    CARDS                                 *
001510*----------------------------------------------------------*
001520 1000-INITIALIZE.
001530     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001540     OPEN INPUT REJECT-CAPTURE-FILE.
001550     IF NOT WS-REJ-OK
001560         DISPLAY "DL120 - UNABLE TO OPEN REJCAP, STATUS = "
001570             WS-REJ-STATUS
001580         MOVE 16 TO RETURN-CODE
001590         GO TO 9999-EXIT
001600     END-IF.
001610     OPEN INPUT FIX-CARDS.
001620     IF NOT WS-CARD-OK
001630         DISPLAY "DL120 - UNABLE TO OPEN FIXCARDS, STATUS = "
001640             WS-CARD-STATUS
001650         MOVE 16 TO RETURN-CODE
001660         GO TO 9999-EXIT
001670     END-IF.
001680     MOVE 'DL120   ' TO DL100-AUT-PROGRAM.
001690     SET DL100-AUT-FN-REPAIR TO TRUE.
001700     SET DL100-AUT-REQ-OPEN TO TRUE.
001710     PERFORM 2950-CALL-AUTHORITY THRU 2950-EXIT.
001720     IF NOT DL100-AUT-OK
001730         DISPLAY "DL120 - OPERATOR AUTHORITY NOT AVAILABLE, "
001740             "NO CARDS APPLIED"
001750         MOVE 16 TO RETURN-CODE
001760         GO TO 9999-EXIT
001770     END-IF.
001780     OPEN OUTPUT RESUBMIT-FILE.
001790     IF NOT WS-RSB-OK
001800         DISPLAY "DL120 - UNABLE TO OPEN RESUBMIT, STATUS = "
001810             WS-RSB-STATUS
001820         MOVE 16 TO RETURN-CODE
001830         GO TO 9999-EXIT
001840     END-IF.
001850     PERFORM 1100-LOAD-FIX-CARD THRU 1100-EXIT
001860         UNTIL WS-CARD-EOF.
001870     CLOSE FIX-CARDS.
001880     DISPLAY "DL120 - CORRECTION CARDS LOADED, "
001890         WS-CARD-COUNT " CARDS".
001900 1000-EXIT.
001910     EXIT.
001920
001930*----------------------------------------------------------*
001940*  1100-LOAD-FIX-CARD - LOAD AND VALIDATE ONE CORRECTION   *
001950*                       CARD                               *
001960*----------------------------------------------------------*
001970 1100-LOAD-FIX-CARD.
001980     READ FIX-CARDS
001990         AT END
002000             SET WS-CARD-EOF TO TRUE
002010             GO TO 1100-EXIT
002020     END-READ.
002030     MOVE DL100-FIX-RECORD      TO DL100-AUT-CARD-IMAGE.
002040     MOVE DL100-FIX-OPERATOR-ID TO DL100-AUT-OPERATOR-ID.
002050     MOVE SPACES                TO DL100-AUT-APPROVER-ID.
002060     MOVE ZEROES                TO DL100-AUT-REF-SEQ-NO.
002070     PERFORM 1300-CHECK-AUTHORITY THRU 1300-EXIT.
002080     IF NOT DL100-AUT-OK
002090         GO TO 1100-EXIT
002100     END-IF.
002110     IF DL100-FIX-SEQ-NO IS NOT NUMERIC
002120         DISPLAY "DL120 - ERROR, CARD SEQUENCE NUMBER '"
002130             DL100-FIX-SEQ-NO "' NOT NUMERIC, CARD IGNORED"
002140         PERFORM 2900-COUNT-PATCH-FAIL THRU 2900-EXIT
002150         GO TO 1100-EXIT
002160     END-IF.
002170     IF WS-CARD-COUNT >= 100
002180         DISPLAY "DL120 - WARNING, MORE THAN 100 CORRECTION "
002190             "CARDS, EXTRAS IGNORED"
002200         SET WS-CARD-EOF TO TRUE
002210         GO TO 1100-EXIT
002220     END-IF.
002230     ADD 1 TO WS-CARD-COUNT.
002240     SET CRD-IX TO WS-CARD-COUNT.
002250     MOVE DL100-FIX-SEQ-NO         TO WS-CRD-SEQ-NO (CRD-IX).
002260     MOVE DL100-FIX-NEW-ID         TO WS-CRD-NEW-ID (CRD-IX).
002270     MOVE DL100-FIX-NEW-TRANS-DATE
002280         TO WS-CRD-NEW-TRANS-DATE (CRD-IX).
002290     MOVE DL100-FIX-NEW-NAME       TO WS-CRD-NEW-NAME (CRD-IX).
002300     MOVE DL100-FIX-NEW-AMOUNT
002310         TO WS-CRD-NEW-AMOUNT (CRD-IX).
002320     MOVE DL100-FIX-NEW-STATUS-CD
002330         TO WS-CRD-NEW-STATUS-CD (CRD-IX).
002340     MOVE DL100-FIX-REGION-CD      TO WS-CRD-REGION-CD (CRD-IX).
002350     MOVE DL100-FIX-OPERATOR-ID
002360         TO WS-CRD-OPERATOR-ID (CRD-IX).
002370     MOVE DL100-FIX-RECORD         TO WS-CRD-IMAGE (CRD-IX).
002380     MOVE 'N'                      TO WS-CRD-MATCHED-SW (CRD-IX).
002390 1100-EXIT.
002400     EXIT.
002410
002420*----------------------------------------------------------*
002430*  1300-CHECK-AUTHORITY - REFUSE A CARD WHOSE OPERATOR MAY *
002440*                         NOT REPAIR REJECTS               *
002450*----------------------------------------------------------*
002460 1300-CHECK-AUTHORITY.
002470     SET DL100-AUT-REQ-CHECK TO TRUE.
002480     PERFORM 2950-CALL-AUTHORITY THRU 2950-EXIT.
002490     IF NOT DL100-AUT-OK
002500         DISPLAY "DL120 - ERROR, OPERATOR '" DL100-FIX-OPERATOR-ID
002510             "' NOT AUTHORIZED FOR REJECT REPAIR, CARD FOR SEQ "
002520             DL100-FIX-SEQ-NO " REFUSED"
002530         ADD 1 TO WS-REFUSED-CT
002540         PERFORM 2900-COUNT-PATCH-FAIL THRU 2900-EXIT
002550         SET DL100-AUT-REFUSED TO TRUE
002560     END-IF.
002570 1300-EXIT.
002580     EXIT.
002590
002600*----------------------------------------------------------*
002610*  2000-PROCESS-REJECT - PAIR ONE CAPTURED REJECT WITH ITS *
002620*                        CORRECTION CARD, IF ANY           *
002630*----------------------------------------------------------*
002640 2000-PROCESS-REJECT.
002650     READ REJECT-CAPTURE-FILE
002660         AT END
002670             SET WS-REJ-EOF TO TRUE
002680             GO TO 2000-EXIT
002690     END-READ.
002700     ADD 1 TO WS-REJECT-CT.
002710     PERFORM 2100-FIND-FIX-CARD THRU 2100-EXIT.
002720     IF NOT WS-CARD-FOUND
002730         ADD 1 TO WS-HELD-CT
002740         GO TO 2000-EXIT
002750     END-IF.
002760     SET WS-CRD-MATCHED (CRD-IX) TO TRUE.
002770     MOVE WS-CRD-IMAGE (CRD-IX)       TO DL100-AUT-CARD-IMAGE.
002780     MOVE WS-CRD-OPERATOR-ID (CRD-IX) TO DL100-AUT-OPERATOR-ID.
002790     MOVE SPACES                      TO DL100-AUT-APPROVER-ID.
002800     MOVE SPACES                      TO DL100-AUT-REASON-CD.
002810     MOVE DL100-REJ-SEQ-NO            TO DL100-AUT-REF-SEQ-NO.
002820     PERFORM 2200-APPLY-PATCHES THRU 2200-EXIT.
002830     IF NOT WS-PATCH-OK
002840         GO TO 2000-EXIT
002850     END-IF.
002860     IF WS-NEW-REGION-CD NOT = WS-CUR-REGION-CD
002870         PERFORM 3500-CLOSE-SEGMENT THRU 3500-EXIT
002880         PERFORM 3000-OPEN-SEGMENT THRU 3000-EXIT
002890     END-IF.
002900     MOVE WS-FIX-AREA TO RESUBMIT-RECORD.
002910     WRITE RESUBMIT-RECORD.
002920     ADD 1 TO WS-RESUBMIT-CT.
002930     ADD 1 TO WS-SEG-DETAIL-CT.
002940     ADD WS-FIX-AMOUNT TO WS-SEG-AMOUNT-TOTAL.
002950     ADD WS-FIX-AMOUNT TO WS-RUN-AMOUNT-TOTAL.
002960     PERFORM 2850-LOG-ACCEPTED THRU 2850-EXIT.
002970 2000-EXIT.
002980     EXIT.
002990
003000*----------------------------------------------------------*
003010*  2100-FIND-FIX-CARD - LOOK THE CAPTURE SEQUENCE NUMBER   *
003020*                       UP IN THE CARD TABLE.  CRD-IX IS   *
003030*                       LEFT ON THE MATCH                  *
003040*----------------------------------------------------------*
003050 2100-FIND-FIX-CARD.
003060     MOVE 'N' TO WS-CARD-FOUND-SW.
003070     IF WS-CARD-COUNT = 0
003080         GO TO 2100-EXIT
003090     END-IF.
003100     SET CRD-IX TO 1.
003110     SEARCH WS-CARD-ENTRY
003120         AT END
003130             CONTINUE
003140         WHEN CRD-IX > WS-CARD-COUNT
003150             CONTINUE
003160         WHEN WS-CRD-SEQ-NO (CRD-IX) = DL100-REJ-SEQ-NO
003170             SET WS-CARD-FOUND TO TRUE
003180     END-SEARCH.
003190 2100-EXIT.
003200     EXIT.
003210
003220*----------------------------------------------------------*
003230*  2200-APPLY-PATCHES - BUILD THE CORRECTED RECORD FROM    *
003240*                       THE CAPTURED IMAGE AND THE CARD.   *
003250*                       A BLANK CARD FIELD KEEPS THE       *
003260*                       CAPTURED VALUE                     *
003270*----------------------------------------------------------*
003280 2200-APPLY-PATCHES.
003290     MOVE 'Y' TO WS-PATCH-OK-SW.
003300     MOVE DL100-REJ-SOURCE-IMAGE TO WS-FIX-AREA.
003310     IF WS-CRD-NEW-ID (CRD-IX) NOT = SPACES
003320         IF WS-CRD-NEW-ID (CRD-IX) IS NUMERIC
003330             MOVE WS-CRD-NEW-ID (CRD-IX) TO WS-FIX-ID
003340         ELSE
003350             DISPLAY "DL120 - ERROR, REPLACEMENT ID '"
003360                 WS-CRD-NEW-ID (CRD-IX) "' NOT NUMERIC, "
003370                 "SEQ " DL100-REJ-SEQ-NO " NOT RESUBMITTED"
003380             PERFORM 2900-COUNT-PATCH-FAIL THRU 2900-EXIT
003390             GO TO 2200-EXIT
003400         END-IF
003410     END-IF.
003420     IF WS-CRD-NEW-TRANS-DATE (CRD-IX) NOT = SPACES
003430         IF WS-CRD-NEW-TRANS-DATE (CRD-IX) IS NUMERIC
003440             MOVE WS-CRD-NEW-TRANS-DATE (CRD-IX)
003450                 TO WS-FIX-TRANS-DATE
003460         ELSE
003470             DISPLAY "DL120 - ERROR, REPLACEMENT TRANS DATE '"
003480                 WS-CRD-NEW-TRANS-DATE (CRD-IX) "' NOT "
003490                 "NUMERIC, SEQ " DL100-REJ-SEQ-NO
003500                 " NOT RESUBMITTED"
003510             PERFORM 2900-COUNT-PATCH-FAIL THRU 2900-EXIT
003520             GO TO 2200-EXIT
003530         END-IF
003540     END-IF.
003550     IF WS-CRD-NEW-NAME (CRD-IX) NOT = SPACES
003560         MOVE WS-CRD-NEW-NAME (CRD-IX) TO WS-FIX-NAME
003570     END-IF.
003580     IF WS-CRD-NEW-AMOUNT (CRD-IX) NOT = SPACES
003590         MOVE WS-CRD-NEW-AMOUNT (CRD-IX) TO WS-AMOUNT-ZONED-X
003600         IF WS-AMOUNT-ZONED IS NUMERIC
003610             MOVE WS-AMOUNT-ZONED TO WS-FIX-AMOUNT
003620         ELSE
003630             DISPLAY "DL120 - ERROR, REPLACEMENT AMOUNT '"
003640                 WS-CRD-NEW-AMOUNT (CRD-IX) "' NOT NUMERIC, "
003650                 "SEQ " DL100-REJ-SEQ-NO " NOT RESUBMITTED"
003660             PERFORM 2900-COUNT-PATCH-FAIL THRU 2900-EXIT
003670             GO TO 2200-EXIT
003680         END-IF
003690     END-IF.
003700     IF WS-CRD-NEW-STATUS-CD (CRD-IX) NOT = SPACES
003710         MOVE WS-CRD-NEW-STATUS-CD (CRD-IX)
003720             TO WS-FIX-STATUS-CD
003730     END-IF.
003740*    THE CORRECTED AMOUNT MUST BE VALID PACKED DECIMAL OR
003750*    DL100 WOULD ONLY REJECT THE RECORD AGAIN AND THE
003760*    TRAILER HASH COULD NOT BE ACCUMULATED
003770     IF WS-FIX-AMOUNT IS NOT NUMERIC
003780         DISPLAY "DL120 - ERROR, CAPTURED AMOUNT ON SEQ "
003790             DL100-REJ-SEQ-NO " NOT VALID PACKED DECIMAL "
003800             "AND NO REPLACEMENT KEYED, NOT RESUBMITTED"
003810         PERFORM 2900-COUNT-PATCH-FAIL THRU 2900-EXIT
003820         GO TO 2200-EXIT
003830     END-IF.
003840     IF WS-CRD-REGION-CD (CRD-IX) NOT = SPACES
003850         MOVE WS-CRD-REGION-CD (CRD-IX) TO WS-NEW-REGION-CD
003860     ELSE
003870         MOVE DL100-REJ-REGION-CD TO WS-NEW-REGION-CD
003880     END-IF.
003890     IF WS-NEW-REGION-CD = '???' OR SPACES
003900         DISPLAY "DL120 - ERROR, SEQ " DL100-REJ-SEQ-NO
003910             " HAS NO USABLE REGION CODE AND NO OVERRIDE, "
003920             "NOT RESUBMITTED"
003930         PERFORM 2900-COUNT-PATCH-FAIL THRU 2900-EXIT
003940         GO TO 2200-EXIT
003950     END-IF.
003960 2200-EXIT.
003970     EXIT.
003980
003990*----------------------------------------------------------*
004000*  2800-LOG-CARD - LOG THE CURRENT CARD AND ITS OUTCOME.   *
004010*                  THE CALLER HAS ALREADY SET THE CARD     *
004020*                  IMAGE, OPERATOR AND SEQUENCE NUMBER     *
004030*----------------------------------------------------------*
004040 2800-LOG-CARD.
004050     SET DL100-AUT-REQ-LOG TO TRUE.
004060     PERFORM 2950-CALL-AUTHORITY THRU 2950-EXIT.
004070     IF NOT DL100-AUT-OK
004080         IF RETURN-CODE < 16
004090             MOVE 16 TO RETURN-CODE
004100         END-IF
004110     END-IF.
004120 2800-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------*
004160*  2850-LOG-ACCEPTED - LOG THE CURRENT CARD AS APPLIED     *
004170*----------------------------------------------------------*
004180 2850-LOG-ACCEPTED.
004190     MOVE 'A' TO DL100-AUT-OUTCOME.
004200     MOVE SPACES TO DL100-AUT-REASON-CD.
004210     PERFORM 2800-LOG-CARD THRU 2800-EXIT.
004220 2850-EXIT.
004230     EXIT.
004240
004250*----------------------------------------------------------*
004260*  2900-COUNT-PATCH-FAIL - COMMON CORRECTION FAILURE       *
004270*                          HANDLING                        *
004280*----------------------------------------------------------*
004290 2900-COUNT-PATCH-FAIL.
004300     MOVE 'N' TO WS-PATCH-OK-SW.
004310     ADD 1 TO WS-PATCH-FAIL-CT.
004320     IF RETURN-CODE < 8
004330         MOVE 8 TO RETURN-CODE
004340     END-IF.
004350     IF DL100-AUT-REASON-CD = SPACES
004360         MOVE 'ER' TO DL100-AUT-REASON-CD
004370     END-IF.
004380     MOVE 'R' TO DL100-AUT-OUTCOME.
004390     PERFORM 2800-LOG-CARD THRU 2800-EXIT.
004400 2900-EXIT.
004410     EXIT.
004420
004430*----------------------------------------------------------*
004440*  2950-CALL-AUTHORITY - CALL THE AUTHORITY SUBPROGRAM.    *
004450*                        IT COMES BACK WITH R15 ZERO, SO   *
004460*                        THE CALLER'S CODE IS SAVED ACROSS *
004470*                        THE CALL                          *
004480*----------------------------------------------------------*
004490 2950-CALL-AUTHORITY.
004500     MOVE RETURN-CODE TO WS-HOLD-RC.
004510     CALL "DL100AUT" USING DL100-AUT-PARMS.
004520     MOVE WS-HOLD-RC TO RETURN-CODE.
004530 2950-EXIT.
004540     EXIT.
004550
004560*----------------------------------------------------------*
004570*  3000-OPEN-SEGMENT - WRITE THE HD CONTROL RECORD FOR A   *
004580*                      NEW REGION SEGMENT                  *
004590*----------------------------------------------------------*
004600 3000-OPEN-SEGMENT.
004610     MOVE SPACES            TO DL100-HDR-RECORD.
004620     MOVE 'HD'              TO DL100-HDR-TYPE.
004630     MOVE WS-CURRENT-DATE   TO DL100-HDR-RUN-DATE.
004640     MOVE 'DL120   '        TO DL100-HDR-SOURCE-SYS.
004650     MOVE WS-NEW-REGION-CD  TO DL100-HDR-REGION-CD.
004660     WRITE RESUBMIT-RECORD FROM DL100-HDR-RECORD.
004670     MOVE WS-NEW-REGION-CD  TO WS-CUR-REGION-CD.
004680     MOVE ZEROES TO WS-SEG-DETAIL-CT.
004690     MOVE ZEROES TO WS-SEG-AMOUNT-TOTAL.
004700 3000-EXIT.
004710     EXIT.
004720
004730*----------------------------------------------------------*
004740*  3500-CLOSE-SEGMENT - WRITE THE TL CONTROL RECORD THAT   *
004750*                       BALANCES THE OPEN SEGMENT          *
004760*----------------------------------------------------------*
004770 3500-CLOSE-SEGMENT.
004780     IF WS-CUR-REGION-CD = SPACES
004790         GO TO 3500-EXIT
004800     END-IF.
004810     MOVE SPACES             TO DL100-TRL-RECORD.
004820     MOVE 'TL'               TO DL100-TRL-TYPE.
004830     MOVE WS-SEG-DETAIL-CT   TO DL100-TRL-REC-COUNT.
004840     MOVE WS-SEG-AMOUNT-TOTAL TO DL100-TRL-AMOUNT-TOTAL.
004850     WRITE RESUBMIT-RECORD FROM DL100-TRL-RECORD.
004860     MOVE SPACES TO WS-CUR-REGION-CD.
004870 3500-EXIT.
004880     EXIT.
004890
004900*----------------------------------------------------------*
004910*  7000-COUNT-UNMATCHED - REPORT CARDS THAT PAIRED WITH    *
004920*                         NO CAPTURED REJECT               *
004930*----------------------------------------------------------*
004940 7000-COUNT-UNMATCHED.
004950     MOVE ZEROES TO WS-CARD-SUB.
004960     PERFORM 7100-CHECK-ONE-CARD THRU 7100-EXIT
004970         UNTIL WS-CARD-SUB >= WS-CARD-COUNT.
004980 7000-EXIT.
004990     EXIT.
005000
005010*----------------------------------------------------------*
005020*  7100-CHECK-ONE-CARD - FLAG ONE UNMATCHED CARD           *
005030*----------------------------------------------------------*
005040 7100-CHECK-ONE-CARD.
005050     ADD 1 TO WS-CARD-SUB.
005060     SET CRD-IX TO WS-CARD-SUB.
005070     IF NOT WS-CRD-MATCHED (CRD-IX)
005080         DISPLAY "DL120 - WARNING, CARD SEQ "
005090             WS-CRD-SEQ-NO (CRD-IX) " MATCHED NO CAPTURED "
005100             "REJECT"
005110         ADD 1 TO WS-UNMATCHED-CT
005120         MOVE WS-CRD-IMAGE (CRD-IX)   TO DL100-AUT-CARD-IMAGE
005130         MOVE WS-CRD-OPERATOR-ID (CRD-IX)
005140             TO DL100-AUT-OPERATOR-ID
005150         MOVE SPACES                  TO DL100-AUT-APPROVER-ID
005160         MOVE ZEROES                  TO DL100-AUT-REF-SEQ-NO
005170         MOVE 'R'                     TO DL100-AUT-OUTCOME
005180         MOVE 'NM'                    TO DL100-AUT-REASON-CD
005190         PERFORM 2800-LOG-CARD THRU 2800-EXIT
005200         IF RETURN-CODE < 4
005210             MOVE 4 TO RETURN-CODE
005220         END-IF
005230     END-IF.
005240 7100-EXIT.
005250     EXIT.
005260
005270*----------------------------------------------------------*
005280*  8000-PRINT-SUMMARY - END-OF-RUN RECONCILIATION TOTALS   *
005290*----------------------------------------------------------*
005300 8000-PRINT-SUMMARY.
005310     DISPLAY "DL120 - RUN SUMMARY".
005320     DISPLAY "  REJECTS READ      = " WS-REJECT-CT.
005330     DISPLAY "  RESUBMITTED       = " WS-RESUBMIT-CT.
005340     DISPLAY "  HELD (NO CARD)    = " WS-HELD-CT.
005350     DISPLAY "  CORRECTION ERRORS = " WS-PATCH-FAIL-CT.
005360     DISPLAY "  NOT AUTHORIZED    = " WS-REFUSED-CT.
005370     DISPLAY "  UNMATCHED CARDS   = " WS-UNMATCHED-CT.
005380     DISPLAY "  AMOUNT TOTAL      = " WS-RUN-AMOUNT-TOTAL.
005390 8000-EXIT.
005400     EXIT.
005410
005420*----------------------------------------------------------*
005430*  9000-TERMINATE - CLOSE FILES                            *
005440*----------------------------------------------------------*
005450 9000-TERMINATE.
005460     CLOSE REJECT-CAPTURE-FILE.
005470     CLOSE RESUBMIT-FILE.
005480     SET DL100-AUT-REQ-CLOSE TO TRUE.
005490     PERFORM 2950-CALL-AUTHORITY THRU 2950-EXIT.
005500 9000-EXIT.
005510     EXIT.
005520
005530 9999-EXIT.
005540     STOP RUN.
