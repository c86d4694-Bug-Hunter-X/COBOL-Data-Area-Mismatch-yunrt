000180*                   DROPPED, UNDECIDED ITEMS CARRY TO THE  *
000190*                   SUSPNEW GENERATION, AND EVERY DECISION *
000200*                   IS LOGGED TO THE CUMULATIVE DECISLOG.  *
000210*  10/15/26   RLH   DL100REC REPLACING NOW NAMES THE NEW   *
000220*                   ORIG-ID FIELD.                         *
000230*  10/15/26   RLH   DL100REC REPLACING NOW NAMES THE NEW   *
000240*                   CURRENCY-CD FIELD.                     *
000250*  10/15/26   RLH   RELCARDS NOW CARRY AN OPERATOR ID AND  *
000260*                   AN OPTIONAL SECOND APPROVER, CHECKED   *
000270*                   AGAINST THE OPERAUTH AUTHORITY FILE    *
000280*                   THROUGH DL100AUT.  AN APPROVAL ABOVE   *
000290*                   THE OPERAUTH DUAL LIMIT, OR OF A       *
000300*                   FOREIGN CURRENCY ITEM, NEEDS A SECOND, *
000310*                   DIFFERENT APPROVER OR THE ITEM STAYS   *
000320*                   HELD.  EVERY CARD OUTCOME IS LOGGED TO *
000330*                   THE CUMULATIVE MAINTLOG AND DECISLOG   *
000340*                   NOW RECORDS BOTH OPERATORS.            *
000350*----------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-SUS-STATUS.
000450     SELECT RELEASE-CARDS ASSIGN TO "RELCARDS"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-CARD-STATUS.
000480     SELECT RELEASE-FILE ASSIGN TO "RELOUT"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-REL-STATUS.
000510     SELECT SUSPENSE-NEW-FILE ASSIGN TO "SUSPNEW"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-NEW-STATUS.
000540     SELECT OPTIONAL DECISION-LOG ASSIGN TO "DECISLOG"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-DEC-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  SUSPENSE-FILE
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD.
000620     COPY DL100SUS.
000630 FD  RELEASE-CARDS
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD.
000660     COPY DL100REL.
000670 FD  RELEASE-FILE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700 01  RELEASE-RECORD                PIC X(100).
000710 FD  SUSPENSE-NEW-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740 01  SUSPENSE-NEW-RECORD           PIC X(141).
000750 FD  DECISION-LOG
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780     COPY DL100DEC.
000790 WORKING-STORAGE SECTION.
000800*----------------------------------------------------------*
000810*  RUN CONTROL SWITCHES                                    *
000820*----------------------------------------------------------*
000830 01  WS-SWITCHES.
000840     05  WS-SUS-EOF-SW             PIC X(01)  VALUE 'N'.
000850         88  WS-SUS-EOF                       VALUE 'Y'.
000860     05  WS-CARD-EOF-SW            PIC X(01)  VALUE 'N'.
000870         88  WS-CARD-EOF                      VALUE 'Y'.
000880     05  WS-CARD-FOUND-SW          PIC X(01)  VALUE 'N'.
000890         88  WS-CARD-FOUND                    VALUE 'Y'.
000900     05  WS-DUAL-OK-SW             PIC X(01)  VALUE 'Y'.
000910         88  WS-DUAL-OK                       VALUE 'Y'.
000920 01  WS-SUS-STATUS                 PIC X(02)  VALUE SPACES.
000930     88  WS-SUS-OK                            VALUE '00'.
000940 01  WS-CARD-STATUS                PIC X(02)  VALUE SPACES.
000950     88  WS-CARD-OK                           VALUE '00'.
000960 01  WS-REL-STATUS                 PIC X(02)  VALUE SPACES.
000970     88  WS-REL-OK                            VALUE '00'.
000980 01  WS-NEW-STATUS                 PIC X(02)  VALUE SPACES.
000990     88  WS-NEW-OK                            VALUE '00'.
001000 01  WS-DEC-STATUS                 PIC X(02)  VALUE SPACES.
001010     88  WS-DEC-OK                            VALUE '00' '05'.
001020 01  WS-CURRENT-DATE               PIC 9(08)  VALUE ZEROES.
001030 01  WS-CURRENT-TIME               PIC 9(08)  VALUE ZEROES.
001040 01  WS-HELD-CT                    PIC 9(08)  VALUE ZEROES COMP.
001050 01  WS-APPROVED-CT                PIC 9(08)  VALUE ZEROES COMP.
001060 01  WS-REJECTED-CT                PIC 9(08)  VALUE ZEROES COMP.
001070 01  WS-CARRIED-CT                 PIC 9(08)  VALUE ZEROES COMP.
001080 01  WS-UNMATCHED-CT               PIC 9(08)  VALUE ZEROES COMP.
001090 01  WS-REFUSED-CT                 PIC 9(08)  VALUE ZEROES COMP.
001100 01  WS-DUAL-HELD-CT               PIC 9(08)  VALUE ZEROES COMP.
001110 01  WS-CARD-SUB                   PIC 9(03)  VALUE ZEROES COMP.
001120 01  WS-SEG-DETAIL-CT              PIC 9(08)  VALUE ZEROES COMP.
001130 01  WS-SEG-AMOUNT-TOTAL           PIC S9(13)V99 VALUE ZEROES
001140                                   COMP-3.
001150 01  WS-REL-AMOUNT-TOTAL           PIC S9(13)V99 VALUE ZEROES
001160                                   COMP-3.
001170 01  WS-CUR-REGION-CD              PIC X(03)  VALUE SPACES.
001180 01  WS-ABS-AMOUNT                 PIC S9(09)V99 VALUE ZEROES
001190                                   COMP-3.
001200*----------------------------------------------------------*
001210*  SUPERVISOR DECISION TABLE, KEYED BY TRANSACTION ID.  A  *
001220*  DECISION APPLIES TO EVERY HELD ITEM CARRYING THE ID     *
001230*----------------------------------------------------------*
001240 01  WS-CARD-TABLE.
001250     05  WS-CARD-COUNT             PIC 9(03)  VALUE ZEROES COMP.
001260     05  WS-CARD-ENTRY OCCURS 100 TIMES
001270             INDEXED BY CRD-IX.
001280         10  WS-CRD-ACTION         PIC X(01).
001290         10  WS-CRD-ID             PIC X(06).
001300         10  WS-CRD-OPERATOR-ID    PIC X(08).
001310         10  WS-CRD-APPROVER-ID    PIC X(08).
001320         10  WS-CRD-IMAGE          PIC X(80).
001330         10  WS-CRD-MATCHED-SW     PIC X(01).
001340             88  WS-CRD-MATCHED            VALUE 'Y'.
001350     COPY DL100HDT.
001360     COPY DL100REC REPLACING
001370         ==PFX-ID==         BY ==WS-REL-ID==
001380         ==PFX-TRANS-DATE== BY ==WS-REL-TRANS-DATE==
001390         ==PFX-NAME==       BY ==WS-REL-NAME==
001400         ==PFX-AMOUNT==     BY ==WS-REL-AMOUNT==
001410         ==PFX-STATUS-CD==  BY ==WS-REL-STATUS-CD==
001420         ==PFX-ORIG-ID==    BY ==WS-REL-ORIG-ID==
001430         ==PFX-CURRENCY-CD== BY ==WS-REL-CURRENCY-CD==
001440         ==PFX==            BY ==WS-REL-AREA==.
001450*----------------------------------------------------------*
001460*  OPERATOR AUTHORITY AND MAINTENANCE LOG INTERFACE        *
001470*----------------------------------------------------------*
001480 01  WS-HOLD-RC                    PIC S9(04) VALUE ZEROES COMP.
001490     COPY DL100AUL.
001500 PROCEDURE DIVISION.
001510*----------------------------------------------------------*
001520*  0000-MAINLINE                                           *
001530*----------------------------------------------------------*
001540 0000-MAINLINE.
001550     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001560     PERFORM 2000-PROCESS-HELD-ITEM THRU 2000-EXIT
001570         UNTIL WS-SUS-EOF.
001580     PERFORM 3500-CLOSE-SEGMENT THRU 3500-EXIT.
001590     PERFORM 7000-COUNT-UNMATCHED THRU 7000-EXIT.
001600     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
001610     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001620     GO TO 9999-EXIT.
001630
001640*----------------------------------------------------------*
001650*  1000-INITIALIZE - OPEN FILES AND LOAD THE SUPERVISOR    *
001660*                    DECISION CARDS                        *
001670*----------------------------------------------------------*
001680 1000-INITIALIZE.
001690     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001700     ACCEPT WS-CURRENT-TIME FROM TIME.
001710     OPEN INPUT SUSPENSE-FILE.
001720     IF NOT WS-SUS-OK
001730         DISPLAY "DL180 - UNABLE TO OPEN SUSPENSE, STATUS = "
001740             WS-SUS-STATUS
001750         MOVE 16 TO RETURN-CODE
001760         GO TO 9999-EXIT
001770     END-IF.
001780     OPEN INPUT RELEASE-CARDS.
001790     IF NOT WS-CARD-OK
001800         DISPLAY "DL180 - UNABLE TO OPEN RELCARDS, STATUS = "
001810             WS-CARD-STATUS
001820         MOVE 16 TO RETURN-CODE
001830         GO TO 9999-EXIT
001840     END-IF.
001850     MOVE 'DL180   ' TO DL100-AUT-PROGRAM.
001860     SET DL100-AUT-FN-RELEASE TO TRUE.
001870     SET DL100-AUT-REQ-OPEN TO TRUE.
001880     PERFORM 2950-CALL-AUTHORITY THRU 2950-EXIT.
001890     IF NOT DL100-AUT-OK
001900         DISPLAY "DL180 - OPERATOR AUTHORITY NOT AVAILABLE, "
001910             "NO CARDS APPLIED"
001920         MOVE 16 TO RETURN-CODE
001930         GO TO 9999-EXIT
001940     END-IF.
001950*    WITHOUT A LIMIT ON FILE EVERY APPROVAL OF A NON-ZERO
001960*    AMOUNT NEEDS THE SECOND APPROVER, NOT NONE OF THEM
001970     IF NOT DL100-AUT-DUAL-SET
001980         DISPLAY "DL180 - WARNING, NO DUAL APPROVAL LIMIT ON "
001990             "OPERAUTH, EVERY APPROVAL NEEDS A SECOND APPROVER"
002000         MOVE ZEROES TO DL100-AUT-DUAL-LIMIT
002010         IF RETURN-CODE < 4
002020             MOVE 4 TO RETURN-CODE
002030         END-IF
002040     END-IF.
002050     OPEN OUTPUT RELEASE-FILE.
002060     IF NOT WS-REL-OK
002070         DISPLAY "DL180 - UNABLE TO OPEN RELOUT, STATUS = "
002080             WS-REL-STATUS
002090         MOVE 16 TO RETURN-CODE
002100         GO TO 9999-EXIT
002110     END-IF.
002120     OPEN OUTPUT SUSPENSE-NEW-FILE.
002130     IF NOT WS-NEW-OK
002140         DISPLAY "DL180 - UNABLE TO OPEN SUSPNEW, STATUS = "
002150             WS-NEW-STATUS
002160         MOVE 16 TO RETURN-CODE
002170         GO TO 9999-EXIT
002180     END-IF.
002190     OPEN EXTEND DECISION-LOG.
002200     IF NOT WS-DEC-OK
002210         DISPLAY "DL180 - UNABLE TO OPEN DECISLOG, STATUS = "
002220             WS-DEC-STATUS
002230         MOVE 16 TO RETURN-CODE
002240         GO TO 9999-EXIT
002250     END-IF.
002260     PERFORM 1100-LOAD-REL-CARD THRU 1100-EXIT
002270         UNTIL WS-CARD-EOF.
002280     CLOSE RELEASE-CARDS.
002290     DISPLAY "DL180 - DECISION CARDS LOADED, "
002300         WS-CARD-COUNT " CARDS".
002310 1000-EXIT.
002320     EXIT.
002330
002340*----------------------------------------------------------*
002350*  1100-LOAD-REL-CARD - LOAD AND VALIDATE ONE DECISION     *
002360*                       CARD                               *
002370*----------------------------------------------------------*
002380 1100-LOAD-REL-CARD.
002390     READ RELEASE-CARDS
002400         AT END
002410             SET WS-CARD-EOF TO TRUE
002420             GO TO 1100-EXIT
002430     END-READ.
002440     MOVE DL100-REL-RECORD      TO DL100-AUT-CARD-IMAGE.
002450     MOVE DL100-REL-OPERATOR-ID TO DL100-AUT-OPERATOR-ID.
002460     MOVE DL100-REL-APPROVER-ID TO DL100-AUT-APPROVER-ID.
002470     MOVE ZEROES                TO DL100-AUT-REF-SEQ-NO.
002480     MOVE SPACES                TO DL100-AUT-REASON-CD.
002490     IF NOT DL100-REL-APPROVE AND NOT DL100-REL-REJECT
002500         DISPLAY "DL180 - ERROR, ACTION '" DL100-REL-ACTION
002510             "' INVALID, CARD IGNORED"
002520         PERFORM 1900-REFUSE-CARD THRU 1900-EXIT
002530         GO TO 1100-EXIT
002540     END-IF.
002550     IF DL100-REL-ID = SPACES
002560         DISPLAY "DL180 - ERROR, BLANK ID, CARD IGNORED"
002570         PERFORM 1900-REFUSE-CARD THRU 1900-EXIT
002580         GO TO 1100-EXIT
002590     END-IF.
002600     PERFORM 1300-CHECK-AUTHORITY THRU 1300-EXIT.
002610     IF NOT DL100-AUT-OK
002620         GO TO 1100-EXIT
002630     END-IF.
002640     IF WS-CARD-COUNT >= 100
002650         DISPLAY "DL180 - WARNING, MORE THAN 100 DECISION "
002660             "CARDS, EXTRAS IGNORED"
002670         SET WS-CARD-EOF TO TRUE
002680         GO TO 1100-EXIT
002690     END-IF.
002700     ADD 1 TO WS-CARD-COUNT.
002710     SET CRD-IX TO WS-CARD-COUNT.
002720     MOVE DL100-REL-ACTION TO WS-CRD-ACTION (CRD-IX).
002730     MOVE DL100-REL-ID     TO WS-CRD-ID (CRD-IX).
002740     MOVE DL100-REL-OPERATOR-ID
002750         TO WS-CRD-OPERATOR-ID (CRD-IX).
002760     MOVE DL100-REL-APPROVER-ID
002770         TO WS-CRD-APPROVER-ID (CRD-IX).
002780     MOVE DL100-REL-RECORD TO WS-CRD-IMAGE (CRD-IX).
002790     MOVE 'N'              TO WS-CRD-MATCHED-SW (CRD-IX).
002800 1100-EXIT.
002810     EXIT.
002820
002830*----------------------------------------------------------*
002840*  1300-CHECK-AUTHORITY - REFUSE A CARD WHOSE OPERATOR MAY *
002850*                         NOT RELEASE SUSPENSE, OR WHOSE   *
002860*                         SECOND APPROVER IS NOT A VALID,  *
002870*                         DIFFERENT RELEASE OPERATOR       *
002880*----------------------------------------------------------*
002890 1300-CHECK-AUTHORITY.
002900     SET DL100-AUT-REQ-CHECK TO TRUE.
002910     PERFORM 2950-CALL-AUTHORITY THRU 2950-EXIT.
002920     IF DL100-AUT-OK
002930         GO TO 1300-EXIT
002940     END-IF.
002950     IF DL100-AUT-REASON-CD = 'DU'
002960         DISPLAY "DL180 - ERROR, SECOND APPROVER '"
002970             DL100-REL-APPROVER-ID "' NOT AUTHORIZED OR SAME AS "
002980             "OPERATOR, CARD FOR ID " DL100-REL-ID " REFUSED"
002990     ELSE
003000         DISPLAY "DL180 - ERROR, OPERATOR '" DL100-REL-OPERATOR-ID
003010             "' NOT AUTHORIZED FOR SUSPENSE RELEASE, CARD FOR ID "
003020             DL100-REL-ID " REFUSED"
003030     END-IF.
003040     ADD 1 TO WS-REFUSED-CT.
003050     PERFORM 1900-REFUSE-CARD THRU 1900-EXIT.
003060     SET DL100-AUT-REFUSED TO TRUE.
003070 1300-EXIT.
003080     EXIT.
003090
003100*----------------------------------------------------------*
003110*  1900-REFUSE-CARD - COMMON REFUSED CARD HANDLING         *
003120*----------------------------------------------------------*
003130 1900-REFUSE-CARD.
003140     IF RETURN-CODE < 8
003150         MOVE 8 TO RETURN-CODE
003160     END-IF.
003170     IF DL100-AUT-REASON-CD = SPACES
003180         MOVE 'ER' TO DL100-AUT-REASON-CD
003190     END-IF.
003200     MOVE 'R' TO DL100-AUT-OUTCOME.
003210     PERFORM 2850-LOG-CARD THRU 2850-EXIT.
003220 1900-EXIT.
003230     EXIT.
003240
003250*----------------------------------------------------------*
003260*  2000-PROCESS-HELD-ITEM - APPLY THE SUPERVISOR DECISION, *
003270*                           IF ANY, TO ONE HELD ITEM       *
003280*----------------------------------------------------------*
003290 2000-PROCESS-HELD-ITEM.
003300     READ SUSPENSE-FILE
003310         AT END
003320             SET WS-SUS-EOF TO TRUE
003330             GO TO 2000-EXIT
003340     END-READ.
003350     ADD 1 TO WS-HELD-CT.
003360     MOVE DL100-SUS-SOURCE-IMAGE TO WS-REL-AREA.
003370     PERFORM 2100-FIND-REL-CARD THRU 2100-EXIT.
003380     IF NOT WS-CARD-FOUND
003390         WRITE SUSPENSE-NEW-RECORD
003400             FROM DL100-SUSPENSE-RECORD
003410         ADD 1 TO WS-CARRIED-CT
003420         GO TO 2000-EXIT
003430     END-IF.
003440     SET WS-CRD-MATCHED (CRD-IX) TO TRUE.
003450     MOVE WS-CRD-IMAGE (CRD-IX)       TO DL100-AUT-CARD-IMAGE.
003460     MOVE WS-CRD-OPERATOR-ID (CRD-IX) TO DL100-AUT-OPERATOR-ID.
003470     MOVE WS-CRD-APPROVER-ID (CRD-IX) TO DL100-AUT-APPROVER-ID.
003480     MOVE DL100-SUS-SEQ-NO            TO DL100-AUT-REF-SEQ-NO.
003490     IF WS-CRD-ACTION (CRD-IX) = 'A'
003500         PERFORM 2400-CHECK-DUAL-APPROVAL THRU 2400-EXIT
003510         IF NOT WS-DUAL-OK
003520             WRITE SUSPENSE-NEW-RECORD
003530                 FROM DL100-SUSPENSE-RECORD
003540             ADD 1 TO WS-CARRIED-CT
003550             GO TO 2000-EXIT
003560         END-IF
003570         PERFORM 2500-RELEASE-ITEM THRU 2500-EXIT
003580     ELSE
003590         ADD 1 TO WS-REJECTED-CT
003600         PERFORM 2860-LOG-ACCEPTED THRU 2860-EXIT
003610     END-IF.
003620     PERFORM 2800-LOG-DECISION THRU 2800-EXIT.
003630 2000-EXIT.
003640     EXIT.
003650
003660*----------------------------------------------------------*
003670*  2100-FIND-REL-CARD - LOOK THE HELD ITEM'S ID UP IN THE  *
003680*                       DECISION TABLE.  CRD-IX IS LEFT ON *
003690*                       THE MATCH                          *
003700*----------------------------------------------------------*
003710 2100-FIND-REL-CARD.
003720     MOVE 'N' TO WS-CARD-FOUND-SW.
003730     IF WS-CARD-COUNT = 0
003740         GO TO 2100-EXIT
003750     END-IF.
003760     SET CRD-IX TO 1.
003770     SEARCH WS-CARD-ENTRY
003780         AT END
003790             CONTINUE
003800         WHEN CRD-IX > WS-CARD-COUNT
003810             CONTINUE
003820         WHEN WS-CRD-ID (CRD-IX) = WS-REL-ID
003830             SET WS-CARD-FOUND TO TRUE
003840     END-SEARCH.
003850 2100-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------*
003890*  2400-CHECK-DUAL-APPROVAL - AN APPROVAL ABOVE THE DUAL   *
003900*                             LIMIT NEEDS THE SECOND       *
003910*                             APPROVER THE CARD WAS        *
003920*                             CHECKED FOR AT LOAD.  THE    *
003930*                             ITEM STAYS HELD WITHOUT ONE  *
003940*----------------------------------------------------------*
003950 2400-CHECK-DUAL-APPROVAL.
003960     SET WS-DUAL-OK TO TRUE.
003970*    A BAD AMOUNT IS CARRIED FORWARD BY 2500 AS AN ERROR
003980     IF WS-REL-AMOUNT IS NOT NUMERIC
003990         GO TO 2400-EXIT
004000     END-IF.
004010     IF WS-CRD-APPROVER-ID (CRD-IX) NOT = SPACES
004020         GO TO 2400-EXIT
004030     END-IF.
004040     IF WS-REL-AMOUNT < 0
004050         COMPUTE WS-ABS-AMOUNT = 0 - WS-REL-AMOUNT
004060     ELSE
004070         MOVE WS-REL-AMOUNT TO WS-ABS-AMOUNT
004080     END-IF.
004090*    THE HELD IMAGE IS AS SENT, SO A FOREIGN CURRENCY AMOUNT
004100*    CANNOT BE SET AGAINST THE HOUSE CURRENCY LIMIT HERE AND
004110*    ALWAYS NEEDS THE SECOND APPROVER
004120     IF WS-REL-CURRENCY-CD = SPACES
004130         AND WS-ABS-AMOUNT NOT > DL100-AUT-DUAL-LIMIT
004140         GO TO 2400-EXIT
004150     END-IF.
004160     MOVE 'N' TO WS-DUAL-OK-SW.
004170     DISPLAY "DL180 - ERROR, HELD ITEM SEQ " DL100-SUS-SEQ-NO
004180         " ID " WS-REL-ID " NEEDS A SECOND APPROVER, CARRIED "
004190         "FORWARD".
004200     ADD 1 TO WS-DUAL-HELD-CT.
004210     MOVE 'R'  TO DL100-AUT-OUTCOME.
004220     MOVE 'DU' TO DL100-AUT-REASON-CD.
004230     PERFORM 2850-LOG-CARD THRU 2850-EXIT.
004240     IF RETURN-CODE < 8
004250         MOVE 8 TO RETURN-CODE
004260     END-IF.
004270 2400-EXIT.
004280     EXIT.
004290
004300*----------------------------------------------------------*
004310*  2500-RELEASE-ITEM - SEND ONE APPROVED ITEM OUT ON THE   *
004320*                      BALANCED RELEASE EXTRACT            *
004330*----------------------------------------------------------*
004340 2500-RELEASE-ITEM.
004350     IF WS-REL-AMOUNT IS NOT NUMERIC
004360         DISPLAY "DL180 - ERROR, HELD ITEM SEQ "
004370             DL100-SUS-SEQ-NO " AMOUNT NOT VALID PACKED "
004380             "DECIMAL, CARRIED FORWARD INSTEAD"
004390         WRITE SUSPENSE-NEW-RECORD
004400             FROM DL100-SUSPENSE-RECORD
004410         ADD 1 TO WS-CARRIED-CT
004420         MOVE 'R'  TO DL100-AUT-OUTCOME
004430         MOVE 'ER' TO DL100-AUT-REASON-CD
004440         PERFORM 2850-LOG-CARD THRU 2850-EXIT
004450         IF RETURN-CODE < 8
004460             MOVE 8 TO RETURN-CODE
004470         END-IF
004480         GO TO 2500-EXIT
004490     END-IF.
004500     IF DL100-SUS-REGION-CD NOT = WS-CUR-REGION-CD
004510         PERFORM 3500-CLOSE-SEGMENT THRU 3500-EXIT
004520         PERFORM 3000-OPEN-SEGMENT THRU 3000-EXIT
004530     END-IF.
004540     MOVE WS-REL-AREA TO RELEASE-RECORD.
004550     WRITE RELEASE-RECORD.
004560     ADD 1 TO WS-APPROVED-CT.
004570     ADD 1 TO WS-SEG-DETAIL-CT.
004580     ADD WS-REL-AMOUNT TO WS-SEG-AMOUNT-TOTAL.
004590     ADD WS-REL-AMOUNT TO WS-REL-AMOUNT-TOTAL.
004600     PERFORM 2860-LOG-ACCEPTED THRU 2860-EXIT.
004610 2500-EXIT.
004620     EXIT.
004630
004640*----------------------------------------------------------*
004650*  2800-LOG-DECISION - APPEND ONE DECISION TO THE          *
004660*                      CUMULATIVE LOG                      *
004670*----------------------------------------------------------*
004680 2800-LOG-DECISION.
004690     MOVE WS-CURRENT-DATE          TO DL100-DEC-DATE.
004700     MOVE WS-CURRENT-TIME          TO DL100-DEC-TIME.
004710     MOVE WS-CRD-ACTION (CRD-IX)   TO DL100-DEC-ACTION.
004720     MOVE WS-CRD-ID (CRD-IX)       TO DL100-DEC-ID.
004730     MOVE DL100-SUS-SEQ-NO         TO DL100-DEC-SEQ-NO.
004740     MOVE DL100-SUS-REASON-CD      TO DL100-DEC-REASON-CD.
004750     MOVE WS-CRD-OPERATOR-ID (CRD-IX)
004760         TO DL100-DEC-OPERATOR-ID.
004770     MOVE WS-CRD-APPROVER-ID (CRD-IX)
004780         TO DL100-DEC-APPROVER-ID.
004790     WRITE DL100-DECISION-RECORD.
004800 2800-EXIT.
004810     EXIT.
004820
004830*----------------------------------------------------------*
004840*  2850-LOG-CARD - LOG THE CURRENT CARD AND ITS OUTCOME TO *
004850*                  THE MAINTENANCE LOG.  THE CALLER HAS    *
004860*                  ALREADY SET THE CARD IMAGE, OPERATORS   *
004870*                  AND SEQUENCE NUMBER                     *
004880*----------------------------------------------------------*
004890 2850-LOG-CARD.
004900     SET DL100-AUT-REQ-LOG TO TRUE.
004910     PERFORM 2950-CALL-AUTHORITY THRU 2950-EXIT.
004920     IF NOT DL100-AUT-OK
004930         IF RETURN-CODE < 16
004940             MOVE 16 TO RETURN-CODE
004950         END-IF
004960     END-IF.
004970 2850-EXIT.
004980     EXIT.
004990
005000*----------------------------------------------------------*
005010*  2860-LOG-ACCEPTED - LOG THE CURRENT CARD AS APPLIED     *
005020*----------------------------------------------------------*
005030 2860-LOG-ACCEPTED.
005040     MOVE 'A' TO DL100-AUT-OUTCOME.
005050     MOVE SPACES TO DL100-AUT-REASON-CD.
005060     PERFORM 2850-LOG-CARD THRU 2850-EXIT.
005070 2860-EXIT.
005080     EXIT.
005090
005100*----------------------------------------------------------*
005110*  2950-CALL-AUTHORITY - CALL THE AUTHORITY SUBPROGRAM.    *
005120*                        IT COMES BACK WITH R15 ZERO, SO   *
005130*                        THE CALLER'S CODE IS SAVED ACROSS *
005140*                        THE CALL                          *
005150*----------------------------------------------------------*
005160 2950-CALL-AUTHORITY.
005170     MOVE RETURN-CODE TO WS-HOLD-RC.
005180     CALL "DL100AUT" USING DL100-AUT-PARMS.
005190     MOVE WS-HOLD-RC TO RETURN-CODE.
005200 2950-EXIT.
005210     EXIT.
005220
005230*----------------------------------------------------------*
005240*  3000-OPEN-SEGMENT - WRITE THE HD CONTROL RECORD FOR A   *
005250*                      NEW REGION SEGMENT                  *
005260*----------------------------------------------------------*
005270 3000-OPEN-SEGMENT.
005280     MOVE SPACES              TO DL100-HDR-RECORD.
005290     MOVE 'HD'                TO DL100-HDR-TYPE.
005300     MOVE WS-CURRENT-DATE     TO DL100-HDR-RUN-DATE.
005310     MOVE 'DL180   '          TO DL100-HDR-SOURCE-SYS.
005320     MOVE DL100-SUS-REGION-CD TO DL100-HDR-REGION-CD.
005330     WRITE RELEASE-RECORD FROM DL100-HDR-RECORD.
005340     MOVE DL100-SUS-REGION-CD TO WS-CUR-REGION-CD.
005350     MOVE ZEROES TO WS-SEG-DETAIL-CT.
005360     MOVE ZEROES TO WS-SEG-AMOUNT-TOTAL.
005370 3000-EXIT.
005380     EXIT.
005390
005400*----------------------------------------------------------*
005410*  3500-CLOSE-SEGMENT - WRITE THE TL CONTROL RECORD THAT   *
005420*                       BALANCES THE OPEN SEGMENT          *
005430*----------------------------------------------------------*
005440 3500-CLOSE-SEGMENT.
005450     IF WS-CUR-REGION-CD = SPACES
005460         GO TO 3500-EXIT
005470     END-IF.
005480     MOVE SPACES              TO DL100-TRL-RECORD.
005490     MOVE 'TL'                TO DL100-TRL-TYPE.
005500     MOVE WS-SEG-DETAIL-CT    TO DL100-TRL-REC-COUNT.
005510     MOVE WS-SEG-AMOUNT-TOTAL TO DL100-TRL-AMOUNT-TOTAL.
005520     WRITE RELEASE-RECORD FROM DL100-TRL-RECORD.
005530     MOVE SPACES TO WS-CUR-REGION-CD.
005540 3500-EXIT.
005550     EXIT.
005560
005570*----------------------------------------------------------*
005580*  7000-COUNT-UNMATCHED - REPORT DECISION CARDS THAT       *
005590*                         MATCHED NO HELD ITEM             *
005600*----------------------------------------------------------*
005610 7000-COUNT-UNMATCHED.
005620     MOVE ZEROES TO WS-CARD-SUB.
005630     PERFORM 7100-CHECK-ONE-CARD THRU 7100-EXIT
005640         UNTIL WS-CARD-SUB >= WS-CARD-COUNT.
005650 7000-EXIT.
005660     EXIT.
005670
005680*----------------------------------------------------------*
005690*  7100-CHECK-ONE-CARD - FLAG ONE UNMATCHED CARD           *
005700*----------------------------------------------------------*
005710 7100-CHECK-ONE-CARD.
005720     ADD 1 TO WS-CARD-SUB.
005730     SET CRD-IX TO WS-CARD-SUB.
005740     IF NOT WS-CRD-MATCHED (CRD-IX)
005750         DISPLAY "DL180 - WARNING, CARD FOR ID "
005760             WS-CRD-ID (CRD-IX) " MATCHED NO HELD ITEM"
005770         ADD 1 TO WS-UNMATCHED-CT
005780         MOVE WS-CRD-IMAGE (CRD-IX)   TO DL100-AUT-CARD-IMAGE
005790         MOVE WS-CRD-OPERATOR-ID (CRD-IX)
005800             TO DL100-AUT-OPERATOR-ID
005810         MOVE WS-CRD-APPROVER-ID (CRD-IX)
005820             TO DL100-AUT-APPROVER-ID
005830         MOVE ZEROES                  TO DL100-AUT-REF-SEQ-NO
005840         MOVE 'R'                     TO DL100-AUT-OUTCOME
005850         MOVE 'NM'                    TO DL100-AUT-REASON-CD
005860         PERFORM 2850-LOG-CARD THRU 2850-EXIT
005870         IF RETURN-CODE < 4
005880             MOVE 4 TO RETURN-CODE
005890         END-IF
005900     END-IF.
005910 7100-EXIT.
005920     EXIT.
005930
005940*----------------------------------------------------------*
005950*  8000-PRINT-SUMMARY - END-OF-RUN RECONCILIATION TOTALS   *
005960*----------------------------------------------------------*
005970 8000-PRINT-SUMMARY.
005980     DISPLAY "DL180 - RUN SUMMARY".
005990     DISPLAY "  HELD ITEMS READ   = " WS-HELD-CT.
006000     DISPLAY "  APPROVED/RELEASED = " WS-APPROVED-CT.
006010     DISPLAY "  REJECTED          = " WS-REJECTED-CT.
006020     DISPLAY "  CARRIED FORWARD   = " WS-CARRIED-CT.
006030     DISPLAY "  NO 2ND APPROVER   = " WS-DUAL-HELD-CT.
006040     DISPLAY "  NOT AUTHORIZED    = " WS-REFUSED-CT.
006050     DISPLAY "  UNMATCHED CARDS   = " WS-UNMATCHED-CT.
006060     DISPLAY "  RELEASED AMOUNT   = " WS-REL-AMOUNT-TOTAL.
006070 8000-EXIT.
006080     EXIT.
006090
006100*----------------------------------------------------------*
006110*  9000-TERMINATE - CLOSE FILES                            *
006120*----------------------------------------------------------*
006130 9000-TERMINATE.
006140     CLOSE SUSPENSE-FILE.
006150     CLOSE RELEASE-FILE.
006160     CLOSE SUSPENSE-NEW-FILE.
006170     CLOSE DECISION-LOG.
006180     SET DL100-AUT-REQ-CLOSE TO TRUE.
006190     PERFORM 2950-CALL-AUTHORITY THRU 2950-EXIT.
006200 9000-EXIT.
006210     EXIT.
006220
006230 9999-EXIT.
006240     STOP RUN.
