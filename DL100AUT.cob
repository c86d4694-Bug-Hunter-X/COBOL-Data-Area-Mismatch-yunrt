000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DL100AUT.
000030 AUTHOR. R L HENNESSY.
000040 INSTALLATION. DATA CENTER OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                    *
000090*----------------------------------------------------------*
000100*  DATE       INIT  DESCRIPTION                            *
000110*  10/15/26   RLH   NEW OPERATOR AUTHORITY AND MAINTENANCE *
000120*                   LOG SUBPROGRAM, CALLED BY EVERY CARD-  *
000130*                   DRIVEN UTILITY (DL100STM, DL100RGM,    *
000140*                   DL100FXM, DL120, DL180) SO THE CHECK   *
000150*                   AND THE LOG LAYOUT LIVE IN ONE PLACE.  *
000160*                   LOADS THE OPERAUTH DATASET ON THE OPEN *
000170*                   REQUEST, CHECKS A CARD'S OPERATOR (AND *
000180*                   SECOND APPROVER) AGAINST IT, AND       *
000190*                   APPENDS ONE RECORD PER ACCEPTED OR     *
000200*                   REFUSED CARD TO THE CUMULATIVE         *
000210*                   MAINTLOG DATASET.                      *
000220*----------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER. IBM-370.
000260 OBJECT-COMPUTER. IBM-370.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT AUTHORITY-FILE ASSIGN TO "OPERAUTH"
000300         ORGANIZATION IS SEQUENTIAL
000310         FILE STATUS IS WS-OPA-STATUS.
000320     SELECT OPTIONAL MAINT-LOG ASSIGN TO "MAINTLOG"
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-MLG-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  AUTHORITY-FILE
000380     RECORDING MODE IS F
000390     LABEL RECORDS ARE STANDARD.
000400     COPY DL100OPA.
000410 FD  MAINT-LOG
000420     RECORDING MODE IS F
000430     LABEL RECORDS ARE STANDARD.
000440     COPY DL100MLG.
000450 WORKING-STORAGE SECTION.
000460*----------------------------------------------------------*
000470*  RUN CONTROL SWITCHES                                    *
000480*----------------------------------------------------------*
000490 01  WS-SWITCHES.
000500     05  WS-OPA-EOF-SW             PIC X(01)  VALUE 'N'.
000510         88  WS-OPA-EOF                       VALUE 'Y'.
000520     05  WS-LOG-OPEN-SW            PIC X(01)  VALUE 'N'.
000530         88  WS-LOG-OPEN                      VALUE 'Y'.
000540     05  WS-ID-AUTH-SW             PIC X(01)  VALUE 'N'.
000550         88  WS-ID-AUTHORIZED                 VALUE 'Y'.
000560 01  WS-OPA-STATUS                 PIC X(02)  VALUE SPACES.
000570     88  WS-OPA-OK                            VALUE '00'.
000580 01  WS-MLG-STATUS                 PIC X(02)  VALUE SPACES.
000590     88  WS-MLG-OK                            VALUE '00' '05'.
000600 01  WS-CURRENT-DATE               PIC 9(08)  VALUE ZEROES.
000610 01  WS-CURRENT-TIME               PIC 9(08)  VALUE ZEROES.
000620 01  WS-CHECK-ID                   PIC X(08)  VALUE SPACES.
000630*----------------------------------------------------------*
000640*  IN-CORE COPY OF THE AUTHORITY FILE.  THE FLAGS KEEP THE *
000650*  DL100OPA ORDER: STATUS, REGION, RATE, REPAIR, RELEASE   *
000660*----------------------------------------------------------*
000670 01  WS-OPA-TABLE.
000680     05  WS-OPA-COUNT              PIC 9(04)  VALUE ZEROES COMP.
000690     05  WS-OPA-ENTRY OCCURS 200 TIMES
000700             INDEXED BY OPA-IX.
000710         10  WS-OPA-OPERATOR-ID    PIC X(08).
000720         10  WS-OPA-ACTIVE-FLAG    PIC X(01).
000730         10  WS-OPA-AUTH-FLAGS.
000740             15  WS-OPA-STATUS-AUTH    PIC X(01).
000750             15  WS-OPA-REGION-AUTH    PIC X(01).
000760             15  WS-OPA-RATE-AUTH      PIC X(01).
000770             15  WS-OPA-REPAIR-AUTH    PIC X(01).
000780             15  WS-OPA-RELEASE-AUTH   PIC X(01).
000790 LINKAGE SECTION.
000800     COPY DL100AUL.
000810 PROCEDURE DIVISION USING DL100-AUT-PARMS.
000820*----------------------------------------------------------*
000830*  0000-MAINLINE                                           *
000840*----------------------------------------------------------*
000850 0000-MAINLINE.
000860     SET DL100-AUT-OK TO TRUE.
000870     EVALUATE TRUE
000880         WHEN DL100-AUT-REQ-OPEN
000890             PERFORM 1000-OPEN THRU 1000-EXIT
000900         WHEN DL100-AUT-REQ-CHECK
000910             PERFORM 2000-CHECK-CARD THRU 2000-EXIT
000920         WHEN DL100-AUT-REQ-LOG
000930             PERFORM 3000-LOG-CARD THRU 3000-EXIT
000940         WHEN DL100-AUT-REQ-CLOSE
000950             PERFORM 9000-CLOSE THRU 9000-EXIT
000960         WHEN OTHER
000970             DISPLAY "DL100AUT - INVALID REQUEST '"
000980                 DL100-AUT-REQUEST "' FROM "
000990                 DL100-AUT-PROGRAM
001000             SET DL100-AUT-FILE-ERROR TO TRUE
001010     END-EVALUATE.
001020     GO TO 9999-EXIT.
001030
001040*----------------------------------------------------------*
001050*  1000-OPEN - LOAD THE AUTHORITY FILE AND OPEN THE LOG.   *
001060*              WITHOUT THE AUTHORITY FILE NO CARD COULD BE *
001070*              ACCEPTED, SO IT IS A FILE ERROR, NOT AN     *
001080*              EMPTY TABLE                                 *
001090*----------------------------------------------------------*
001100 1000-OPEN.
001110     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001120     ACCEPT WS-CURRENT-TIME FROM TIME.
001130     MOVE ZEROES TO DL100-AUT-DUAL-LIMIT.
001140     MOVE 'N' TO DL100-AUT-DUAL-SET-SW.
001150     MOVE ZEROES TO WS-OPA-COUNT.
001160     MOVE 'N' TO WS-OPA-EOF-SW.
001170     OPEN INPUT AUTHORITY-FILE.
001180     IF NOT WS-OPA-OK
001190         DISPLAY "DL100AUT - UNABLE TO OPEN OPERAUTH, "
001200             "STATUS = " WS-OPA-STATUS
001210         SET DL100-AUT-FILE-ERROR TO TRUE
001220         GO TO 1000-EXIT
001230     END-IF.
001240     PERFORM 1100-LOAD-AUTH-REC THRU 1100-EXIT
001250         UNTIL WS-OPA-EOF.
001260     CLOSE AUTHORITY-FILE.
001270     OPEN EXTEND MAINT-LOG.
001280     IF NOT WS-MLG-OK
001290         DISPLAY "DL100AUT - UNABLE TO OPEN MAINTLOG, "
001300             "STATUS = " WS-MLG-STATUS
001310         SET DL100-AUT-FILE-ERROR TO TRUE
001320         GO TO 1000-EXIT
001330     END-IF.
001340     SET WS-LOG-OPEN TO TRUE.
001350     DISPLAY "DL100AUT - AUTHORITY LOADED FOR "
001360         DL100-AUT-PROGRAM ", " WS-OPA-COUNT " OPERATORS".
001370 1000-EXIT.
001380     EXIT.
001390
001400*----------------------------------------------------------*
001410*  1100-LOAD-AUTH-REC - LOAD ONE OPERATOR, OR TAKE THE     *
001420*                       DUAL APPROVAL LIMIT FROM THE       *
001430*                       CONTROL RECORD                     *
001440*----------------------------------------------------------*
001450 1100-LOAD-AUTH-REC.
001460     READ AUTHORITY-FILE
001470         AT END
001480             SET WS-OPA-EOF TO TRUE
001490             GO TO 1100-EXIT
001500     END-READ.
001510     IF DL100-OPA-CONTROL-REC
001520         IF DL100-OPA-DUAL-LIMIT IS NUMERIC
001530             MOVE DL100-OPA-DUAL-LIMIT TO DL100-AUT-DUAL-LIMIT
001540             SET DL100-AUT-DUAL-SET TO TRUE
001550         ELSE
001560             DISPLAY "DL100AUT - WARNING, OPERAUTH DUAL LIMIT "
001570                 "NOT NUMERIC, IGNORED"
001580         END-IF
001590         GO TO 1100-EXIT
001600     END-IF.
001610     IF DL100-OPA-OPERATOR-ID = SPACES
001620         GO TO 1100-EXIT
001630     END-IF.
001640     IF WS-OPA-COUNT >= 200
001650         DISPLAY "DL100AUT - WARNING, MORE THAN 200 "
001660             "OPERATORS, EXTRAS IGNORED"
001670         SET WS-OPA-EOF TO TRUE
001680         GO TO 1100-EXIT
001690     END-IF.
001700     ADD 1 TO WS-OPA-COUNT.
001710     SET OPA-IX TO WS-OPA-COUNT.
001720     MOVE DL100-OPA-OPERATOR-ID TO WS-OPA-OPERATOR-ID (OPA-IX).
001730     MOVE DL100-OPA-ACTIVE-FLAG TO WS-OPA-ACTIVE-FLAG (OPA-IX).
001740     MOVE DL100-OPA-STATUS-AUTH TO WS-OPA-STATUS-AUTH (OPA-IX).
001750     MOVE DL100-OPA-REGION-AUTH TO WS-OPA-REGION-AUTH (OPA-IX).
001760     MOVE DL100-OPA-RATE-AUTH   TO WS-OPA-RATE-AUTH (OPA-IX).
001770     MOVE DL100-OPA-REPAIR-AUTH TO WS-OPA-REPAIR-AUTH (OPA-IX).
001780     MOVE DL100-OPA-RELEASE-AUTH
001790         TO WS-OPA-RELEASE-AUTH (OPA-IX).
001800 1100-EXIT.
001810     EXIT.
001820
001830*----------------------------------------------------------*
001840*  2000-CHECK-CARD - CHECK THE OPERATOR, AND ANY SECOND    *
001850*                    APPROVER, FOR THE CALLER'S FUNCTION.  *
001860*                    REASON 'AU' REFUSES THE OPERATOR,     *
001870*                    'DU' THE SECOND APPROVER              *
001880*----------------------------------------------------------*
001890 2000-CHECK-CARD.
001900     MOVE SPACES TO DL100-AUT-REASON-CD.
001910     MOVE DL100-AUT-OPERATOR-ID TO WS-CHECK-ID.
001920     PERFORM 2100-CHECK-ONE-ID THRU 2100-EXIT.
001930     IF NOT WS-ID-AUTHORIZED
001940         SET DL100-AUT-REFUSED TO TRUE
001950         MOVE 'AU' TO DL100-AUT-REASON-CD
001960         GO TO 2000-EXIT
001970     END-IF.
001980     IF DL100-AUT-APPROVER-ID = SPACES
001990         GO TO 2000-EXIT
002000     END-IF.
002010     IF DL100-AUT-APPROVER-ID = DL100-AUT-OPERATOR-ID
002020         SET DL100-AUT-REFUSED TO TRUE
002030         MOVE 'DU' TO DL100-AUT-REASON-CD
002040         GO TO 2000-EXIT
002050     END-IF.
002060     MOVE DL100-AUT-APPROVER-ID TO WS-CHECK-ID.
002070     PERFORM 2100-CHECK-ONE-ID THRU 2100-EXIT.
002080     IF NOT WS-ID-AUTHORIZED
002090         SET DL100-AUT-REFUSED TO TRUE
002100         MOVE 'DU' TO DL100-AUT-REASON-CD
002110     END-IF.
002120 2000-EXIT.
002130     EXIT.
002140
002150*----------------------------------------------------------*
002160*  2100-CHECK-ONE-ID - AN ID IS AUTHORIZED WHEN IT IS ON   *
002170*                      FILE, ACTIVE, AND CARRIES THE       *
002180*                      FUNCTION                            *
002190*----------------------------------------------------------*
002200 2100-CHECK-ONE-ID.
002210     MOVE 'N' TO WS-ID-AUTH-SW.
002220     IF WS-CHECK-ID = SPACES
002230         OR WS-OPA-COUNT = 0
002240         GO TO 2100-EXIT
002250     END-IF.
002260     SET OPA-IX TO 1.
002270     SEARCH WS-OPA-ENTRY
002280         AT END
002290             CONTINUE
002300         WHEN OPA-IX > WS-OPA-COUNT
002310             CONTINUE
002320         WHEN WS-OPA-OPERATOR-ID (OPA-IX) = WS-CHECK-ID
002330             CONTINUE
002340     END-SEARCH.
002350     IF OPA-IX > WS-OPA-COUNT
002360         OR WS-OPA-ACTIVE-FLAG (OPA-IX) NOT = 'A'
002370         GO TO 2100-EXIT
002380     END-IF.
002390     EVALUATE TRUE
002400         WHEN DL100-AUT-FN-STATUS
002410             AND WS-OPA-STATUS-AUTH (OPA-IX) = 'Y'
002420             SET WS-ID-AUTHORIZED TO TRUE
002430         WHEN DL100-AUT-FN-REGION
002440             AND WS-OPA-REGION-AUTH (OPA-IX) = 'Y'
002450             SET WS-ID-AUTHORIZED TO TRUE
002460         WHEN DL100-AUT-FN-RATE
002470             AND WS-OPA-RATE-AUTH (OPA-IX) = 'Y'
002480             SET WS-ID-AUTHORIZED TO TRUE
002490         WHEN DL100-AUT-FN-REPAIR
002500             AND WS-OPA-REPAIR-AUTH (OPA-IX) = 'Y'
002510             SET WS-ID-AUTHORIZED TO TRUE
002520         WHEN DL100-AUT-FN-RELEASE
002530             AND WS-OPA-RELEASE-AUTH (OPA-IX) = 'Y'
002540             SET WS-ID-AUTHORIZED TO TRUE
002550         WHEN OTHER
002560             CONTINUE
002570     END-EVALUATE.
002580 2100-EXIT.
002590     EXIT.
002600
002610*----------------------------------------------------------*
002620*  3000-LOG-CARD - APPEND ONE CARD OUTCOME TO THE LOG      *
002630*----------------------------------------------------------*
002640 3000-LOG-CARD.
002650     IF NOT WS-LOG-OPEN
002660         DISPLAY "DL100AUT - LOG REQUEST FROM "
002670             DL100-AUT-PROGRAM " BEFORE OPEN"
002680         SET DL100-AUT-FILE-ERROR TO TRUE
002690         GO TO 3000-EXIT
002700     END-IF.
002710     MOVE SPACES                TO DL100-MLG-RECORD.
002720     MOVE WS-CURRENT-DATE       TO DL100-MLG-DATE.
002730     MOVE WS-CURRENT-TIME       TO DL100-MLG-TIME.
002740     MOVE DL100-AUT-PROGRAM     TO DL100-MLG-PROGRAM.
002750     MOVE DL100-AUT-FUNCTION    TO DL100-MLG-FUNCTION.
002760     MOVE DL100-AUT-OPERATOR-ID TO DL100-MLG-OPERATOR-ID.
002770     MOVE DL100-AUT-APPROVER-ID TO DL100-MLG-APPROVER-ID.
002780     MOVE DL100-AUT-OUTCOME     TO DL100-MLG-OUTCOME.
002790     MOVE DL100-AUT-REASON-CD   TO DL100-MLG-REASON-CD.
002800     MOVE DL100-AUT-REF-SEQ-NO  TO DL100-MLG-REF-SEQ-NO.
002810     MOVE DL100-AUT-CARD-IMAGE  TO DL100-MLG-CARD-IMAGE.
002820     WRITE DL100-MLG-RECORD.
002830     IF NOT WS-MLG-OK
002840         DISPLAY "DL100AUT - MAINTLOG WRITE FAILED, STATUS = "
002850             WS-MLG-STATUS
002860         SET DL100-AUT-FILE-ERROR TO TRUE
002870     END-IF.
002880 3000-EXIT.
002890     EXIT.
002900
002910*----------------------------------------------------------*
002920*  9000-CLOSE - CLOSE THE LOG                              *
002930*----------------------------------------------------------*
002940 9000-CLOSE.
002950     IF WS-LOG-OPEN
002960         CLOSE MAINT-LOG
002970         MOVE 'N' TO WS-LOG-OPEN-SW
002980     END-IF.
002990 9000-EXIT.
003000     EXIT.
003010
003020 9999-EXIT.
003030     GOBACK.
