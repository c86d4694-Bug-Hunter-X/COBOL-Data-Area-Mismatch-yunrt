000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DL230.
000030 AUTHOR. R L HENNESSY.
000040 INSTALLATION. DATA CENTER OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                    *
000090*----------------------------------------------------------*
000100*  DATE       INIT  DESCRIPTION                            *
000110*  10/15/26   RLH   NEW PERIOD-END ROLL-FORWARD FOR THE    *
000120*                   TRNMASTR TRANSACTION MASTER.  OPENS    *
000130*                   FROM THE PREVIOUS PERIOD'S CLOSING     *
000140*                   FIGURES (CLOSEBAL, DL100PCL LAYOUT),   *
000150*                   TAKES THE PERIOD'S ADDS, UPDATES,      *
000160*                   DELETES AND BACKOUTS FROM THE TRNJRNL  *
000170*                   APPLY JOURNAL, SWEEPS THE MASTER FOR   *
000180*                   THE CLOSING POSITION AND PROVES        *
000190*                   OPENING + ADDS + UPDATE NET - DELETES  *
000200*                   = CLOSING FOR THE ACTIVE RECORDS, BY   *
000210*                   STATUS CODE, BY TRANSACTION-DATE MONTH *
000220*                   AND IN TOTAL.  THE CLOSING POSITION IS *
000230*                   PRINTED WITH ACTIVE AND LOGICALLY      *
000240*                   DELETED RECORDS SPLIT OUT AND WRITTEN  *
000250*                   TO THE CLOSENEW GENERATION FOR THE     *
000260*                   NEXT PERIOD.  A ROLL-FORWARD BREAK IS  *
000270*                   FLAGGED ON PERRPT AND ENDS THE STEP    *
000280*                   WITH RETURN-CODE 12.  RUN IT AFTER THE *
000290*                   LAST APPLY OF THE PERIOD AND BEFORE    *
000300*                   THE FIRST APPLY OF THE NEXT.           *
000310*  10/15/26   RLH   THE PERIOD'S MOVEMENTS ARE NOW THE     *
000320*                   TRNJRNL RECORDS AFTER THE JOURNAL      *
000330*                   COUNT THE PRIOR CLOSE SAVED ON         *
000340*                   CLOSEBAL, SO A LATE CHANGE ON THE      *
000350*                   PRIOR-END DATE IS NO LONGER DROPPED.   *
000360*                   THE PERIOD END IS A LABEL; ONE EARLIER *
000370*                   THAN A JOURNAL RUN DATE TAKEN IN ENDS  *
000380*                   THE STEP WITH RETURN-CODE 16.          *
000390*----------------------------------------------------------*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-370.
000430 OBJECT-COMPUTER. IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT PERIOD-CARD ASSIGN TO "PERCARD"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-CARD-STATUS.
000490     SELECT OPTIONAL PRIOR-CLOSE-FILE ASSIGN TO "CLOSEBAL"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-PCL-STATUS.
000520     SELECT OPTIONAL TRANS-JOURNAL-FILE ASSIGN TO "TRNJRNL"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-JNL-STATUS.
000550     SELECT TRANS-MASTER-FILE ASSIGN TO "TRNMASTR"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS DL100-MST-ID
000590         FILE STATUS IS WS-MST-STATUS.
000600     SELECT NEW-CLOSE-FILE ASSIGN TO "CLOSENEW"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-NCL-STATUS.
000630     SELECT REPORT-FILE ASSIGN TO "PERRPT"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-REPORT-STATUS.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  PERIOD-CARD
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD.
000710     COPY DL100PEC.
000720 FD  PRIOR-CLOSE-FILE
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750     COPY DL100PCL.
000760 FD  TRANS-JOURNAL-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790     COPY DL100JNL.
000800 FD  TRANS-MASTER-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY DL100MST.
000830 FD  NEW-CLOSE-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 01  NEW-CLOSE-RECORD              PIC X(80).
000870 FD  REPORT-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 01  REPORT-LINE                   PIC X(132).
000910 WORKING-STORAGE SECTION.
000920*----------------------------------------------------------*
000930*  RUN CONTROL SWITCHES                                    *
000940*----------------------------------------------------------*
000950 01  WS-SWITCHES.
000960     05  WS-PCL-EOF-SW             PIC X(01)  VALUE 'N'.
000970         88  WS-PCL-EOF                       VALUE 'Y'.
000980     05  WS-JNL-EOF-SW             PIC X(01)  VALUE 'N'.
000990         88  WS-JNL-EOF                       VALUE 'Y'.
001000     05  WS-MST-EOF-SW             PIC X(01)  VALUE 'N'.
001010         88  WS-MST-EOF                       VALUE 'Y'.
001020     05  WS-BASELINE-SW            PIC X(01)  VALUE 'Y'.
001030         88  WS-BASELINE                      VALUE 'Y'.
001040     05  WS-BKT-FULL-SW            PIC X(01)  VALUE 'N'.
001050         88  WS-BKT-FULL                      VALUE 'Y'.
001060     05  WS-JNL-POS-SW             PIC X(01)  VALUE 'N'.
001070         88  WS-JNL-BY-POSITION               VALUE 'Y'.
001080 01  WS-CARD-STATUS                PIC X(02)  VALUE SPACES.
001090     88  WS-CARD-OK                           VALUE '00'.
001100 01  WS-PCL-STATUS                 PIC X(02)  VALUE SPACES.
001110     88  WS-PCL-OK                            VALUE '00' '05'.
001120 01  WS-JNL-STATUS                 PIC X(02)  VALUE SPACES.
001130     88  WS-JNL-OK                            VALUE '00' '05'.
001140 01  WS-MST-STATUS                 PIC X(02)  VALUE SPACES.
001150     88  WS-MST-OK                            VALUE '00'.
001160 01  WS-NCL-STATUS                 PIC X(02)  VALUE SPACES.
001170     88  WS-NCL-OK                            VALUE '00'.
001180 01  WS-REPORT-STATUS              PIC X(02)  VALUE SPACES.
001190     88  WS-REPORT-OK                         VALUE '00'.
001200 01  WS-CURRENT-DATE               PIC 9(08)  VALUE ZEROES.
001210 01  WS-CURRENT-TIME               PIC 9(08)  VALUE ZEROES.
001220 01  WS-PERIOD-END                 PIC 9(08)  VALUE ZEROES.
001230 01  WS-PRIOR-END                  PIC 9(08)  VALUE ZEROES.
001240 01  WS-PCL-READ-CT                PIC 9(08)  VALUE ZEROES COMP.
001250*    THE PERIOD'S MOVEMENTS ARE THE JOURNAL RECORDS AFTER THE
001260*    COUNT THE PRIOR CLOSE SAVED; THE PERIOD END IS A LABEL
001270 01  WS-JNL-READ-CT                PIC 9(10)  VALUE ZEROES COMP.
001280 01  WS-JNL-PRIOR-CT               PIC 9(10)  VALUE ZEROES COMP.
001290 01  WS-JNL-LAST-DATE              PIC 9(08)  VALUE ZEROES.
001300 01  WS-JNL-USED-CT                PIC 9(08)  VALUE ZEROES COMP.
001310 01  WS-MASTER-CT                  PIC 9(08)  VALUE ZEROES COMP.
001320 01  WS-NCL-WRITTEN-CT             PIC 9(08)  VALUE ZEROES COMP.
001330 01  WS-BREAK-CT                   PIC 9(04)  VALUE ZEROES COMP.
001340*----------------------------------------------------------*
001350*  POSTING WORK AREA.  AN IMAGE IS POSTED TO ONE COLUMN    *
001360*  OF ITS STATUS BUCKET, ITS MONTH BUCKET AND THE TOTAL.   *
001370*----------------------------------------------------------*
001380 01  WS-PST-COLUMN                 PIC X(01)  VALUE SPACES.
001390     88  WS-PST-OPENING                       VALUE 'O'.
001400     88  WS-PST-ADDS                          VALUE 'A'.
001410     88  WS-PST-UPDATES                       VALUE 'U'.
001420     88  WS-PST-DELETES                       VALUE 'D'.
001430     88  WS-PST-CLOSING                       VALUE 'C'.
001440 01  WS-PST-SIGN                   PIC S9(01) VALUE +1.
001450 01  WS-PST-CT                     PIC S9(08) VALUE ZEROES COMP.
001460 01  WS-PST-AMT                    PIC S9(13)V99 VALUE ZEROES
001470                                   COMP-3.
001480 01  WS-PST-DLTD-CT                PIC S9(08) VALUE ZEROES COMP.
001490 01  WS-PST-DLTD-AMT               PIC S9(13)V99 VALUE ZEROES
001500                                   COMP-3.
001510 01  WS-PST-STATUS-KEY             PIC X(06)  VALUE SPACES.
001520 01  WS-PST-MONTH-KEY              PIC X(06)  VALUE SPACES.
001530 01  WS-BKT-WANT.
001540     05  WS-BKT-WANT-TYPE          PIC X(01).
001550     05  WS-BKT-WANT-KEY           PIC X(06).
001560 01  WS-BKT-SUB                    PIC 9(04)  VALUE ZEROES COMP.
001570 01  WS-SHIFT-SUB                  PIC 9(04)  VALUE ZEROES COMP.
001580*----------------------------------------------------------*
001590*  ROLL-FORWARD BUCKETS, KEPT IN TYPE/KEY ORDER SO THE     *
001600*  REPORT PRINTS MONTHS AND STATUS CODES IN SEQUENCE AND   *
001610*  THE LOOKUP CAN BE A BINARY SEARCH.  UNUSED SLOTS HOLD   *
001620*  HIGH-VALUES.  'M' = MONTH, 'S' = STATUS, 'T' = TOTAL.   *
001630*----------------------------------------------------------*
001640 01  WS-BUCKET-TABLE.
001650     05  WS-BKT-COUNT              PIC 9(04)  VALUE ZEROES COMP.
001660     05  WS-BKT-ENTRY OCCURS 800 TIMES
001670             ASCENDING KEY IS WS-BKT-ID
001680             INDEXED BY BKT-IX.
001690         10  WS-BKT-ID                        VALUE HIGH-VALUES.
001700             15  WS-BKT-TYPE       PIC X(01).
001710             15  WS-BKT-KEY        PIC X(06).
001720         10  WS-BKT-OPEN-CT        PIC S9(08) COMP.
001730         10  WS-BKT-OPEN-AMT       PIC S9(13)V99 COMP-3.
001740         10  WS-BKT-ADD-CT         PIC S9(08) COMP.
001750         10  WS-BKT-ADD-AMT        PIC S9(13)V99 COMP-3.
001760         10  WS-BKT-UPD-CT         PIC S9(08) COMP.
001770         10  WS-BKT-UPD-AMT        PIC S9(13)V99 COMP-3.
001780         10  WS-BKT-DEL-CT         PIC S9(08) COMP.
001790         10  WS-BKT-DEL-AMT        PIC S9(13)V99 COMP-3.
001800         10  WS-BKT-CLOSE-CT       PIC S9(08) COMP.
001810         10  WS-BKT-CLOSE-AMT      PIC S9(13)V99 COMP-3.
001820         10  WS-BKT-DLTD-CT        PIC S9(08) COMP.
001830         10  WS-BKT-DLTD-AMT       PIC S9(13)V99 COMP-3.
001840 01  WS-RF-CT                      PIC S9(08) VALUE ZEROES COMP.
001850 01  WS-RF-AMT                     PIC S9(13)V99 VALUE ZEROES
001860                                   COMP-3.
001870 01  WS-PRINT-TYPE                 PIC X(01)  VALUE SPACES.
001880*----------------------------------------------------------*
001890*  REPORT LINE LAYOUTS                                     *
001900*----------------------------------------------------------*
001910 01  RPT-HEADING-1.
001920     05  FILLER                    PIC X(20)
001930         VALUE 'DL230               '.
001940     05  FILLER                    PIC X(34)
001950         VALUE 'TRNMASTR PERIOD-END ROLL-FORWARD  '.
001960     05  FILLER                    PIC X(09) VALUE 'RUN DATE '.
001970     05  RPT-HDG-DATE              PIC 9(08).
001980     05  FILLER                    PIC X(06) VALUE ' TIME '.
001990     05  RPT-HDG-TIME              PIC 9(08).
002000     05  FILLER                    PIC X(47) VALUE SPACES.
002010 01  RPT-HEADING-2.
002020     05  FILLER                    PIC X(20)
002030         VALUE 'PERIOD CLOSED       '.
002040     05  FILLER                    PIC X(11)
002050         VALUE 'FROM AFTER '.
002060     05  RPT-HDG-PRIOR-END         PIC 9(08).
002070     05  FILLER                    PIC X(09) VALUE ' THROUGH '.
002080     05  RPT-HDG-PERIOD-END        PIC 9(08).
002090     05  FILLER                    PIC X(76) VALUE SPACES.
002100 01  RPT-RF-HEADING-1.
002110     05  FILLER                    PIC X(07) VALUE SPACES.
002120     05  FILLER                    PIC X(24)
002130         VALUE '         OPENING        '.
002140     05  FILLER                    PIC X(24)
002150         VALUE '          ADDS          '.
002160     05  FILLER                    PIC X(24)
002170         VALUE '  UPDATE/BACKOUT NET    '.
002180     05  FILLER                    PIC X(24)
002190         VALUE '         DELETES        '.
002200     05  FILLER                    PIC X(24)
002210         VALUE '         CLOSING        '.
002220     05  FILLER                    PIC X(05) VALUE SPACES.
002230 01  RPT-RF-HEADING-2.
002240     05  FILLER                    PIC X(07) VALUE ' KEY'.
002250     05  FILLER                    PIC X(24)
002260         VALUE '    COUNT         AMOUNT'.
002270     05  FILLER                    PIC X(24)
002280         VALUE '    COUNT         AMOUNT'.
002290     05  FILLER                    PIC X(24)
002300         VALUE '    COUNT         AMOUNT'.
002310     05  FILLER                    PIC X(24)
002320         VALUE '    COUNT         AMOUNT'.
002330     05  FILLER                    PIC X(24)
002340         VALUE '    COUNT         AMOUNT'.
002350     05  FILLER                    PIC X(05) VALUE SPACES.
002360 01  RPT-RF-LINE.
002370     05  FILLER                    PIC X(01) VALUE SPACES.
002380     05  RPT-RF-KEY                PIC X(06).
002390     05  FILLER                    PIC X(01) VALUE SPACES.
002400     05  RPT-RF-OPEN-CT            PIC -ZZZZZZ9.
002410     05  RPT-RF-OPEN-AMT           PIC -ZZZZZZZZZZ9.99.
002420     05  FILLER                    PIC X(01) VALUE SPACES.
002430     05  RPT-RF-ADD-CT             PIC -ZZZZZZ9.
002440     05  RPT-RF-ADD-AMT            PIC -ZZZZZZZZZZ9.99.
002450     05  FILLER                    PIC X(01) VALUE SPACES.
002460     05  RPT-RF-UPD-CT             PIC -ZZZZZZ9.
002470     05  RPT-RF-UPD-AMT            PIC -ZZZZZZZZZZ9.99.
002480     05  FILLER                    PIC X(01) VALUE SPACES.
002490     05  RPT-RF-DEL-CT             PIC -ZZZZZZ9.
002500     05  RPT-RF-DEL-AMT            PIC -ZZZZZZZZZZ9.99.
002510     05  FILLER                    PIC X(01) VALUE SPACES.
002520     05  RPT-RF-CLOSE-CT           PIC -ZZZZZZ9.
002530     05  RPT-RF-CLOSE-AMT          PIC -ZZZZZZZZZZ9.99.
002540     05  RPT-RF-FLAG               PIC X(05).
002550 01  RPT-POS-HEADING-1.
002560     05  FILLER                    PIC X(07) VALUE SPACES.
002570     05  FILLER                    PIC X(24)
002580         VALUE '          ACTIVE        '.
002590     05  FILLER                    PIC X(24)
002600         VALUE '    LOGICALLY DELETED   '.
002610     05  FILLER                    PIC X(24)
002620         VALUE '       ON MASTER        '.
002630     05  FILLER                    PIC X(53) VALUE SPACES.
002640 01  RPT-POS-HEADING-2.
002650     05  FILLER                    PIC X(07) VALUE ' KEY'.
002660     05  FILLER                    PIC X(24)
002670         VALUE '    COUNT         AMOUNT'.
002680     05  FILLER                    PIC X(24)
002690         VALUE '    COUNT         AMOUNT'.
002700     05  FILLER                    PIC X(24)
002710         VALUE '    COUNT         AMOUNT'.
002720     05  FILLER                    PIC X(53) VALUE SPACES.
002730 01  RPT-POS-LINE.
002740     05  FILLER                    PIC X(01) VALUE SPACES.
002750     05  RPT-POS-KEY               PIC X(06).
002760     05  FILLER                    PIC X(01) VALUE SPACES.
002770     05  RPT-POS-ACT-CT            PIC -ZZZZZZ9.
002780     05  RPT-POS-ACT-AMT           PIC -ZZZZZZZZZZ9.99.
002790     05  FILLER                    PIC X(01) VALUE SPACES.
002800     05  RPT-POS-DEL-CT            PIC -ZZZZZZ9.
002810     05  RPT-POS-DEL-AMT           PIC -ZZZZZZZZZZ9.99.
002820     05  FILLER                    PIC X(01) VALUE SPACES.
002830     05  RPT-POS-TOT-CT            PIC -ZZZZZZ9.
002840     05  RPT-POS-TOT-AMT           PIC -ZZZZZZZZZZ9.99.
002850     05  FILLER                    PIC X(53) VALUE SPACES.
002860 01  RPT-BREAK-LINE.
002870     05  FILLER                    PIC X(33)
002880         VALUE '*** ROLL-FORWARD BREAKS FOUND - '.
002890     05  RPT-BRK-COUNT             PIC Z,ZZ9.
002900     05  FILLER                    PIC X(34)
002910         VALUE ' BUCKET(S) FLAGGED *BRK ABOVE ***'.
002920     05  FILLER                    PIC X(60) VALUE SPACES.
002930 01  RPT-TEXT-LINE                 PIC X(132).
002940 PROCEDURE DIVISION.
002950*----------------------------------------------------------*
002960*  0000-MAINLINE                                           *
002970*----------------------------------------------------------*
002980 0000-MAINLINE.
002990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003000     PERFORM 1100-LOAD-PRIOR-CLOSE THRU 1100-EXIT
003010         UNTIL WS-PCL-EOF.
003020     IF WS-PRIOR-END NOT < WS-PERIOD-END
003030         DISPLAY "DL230 - PERIOD ENDING " WS-PERIOD-END
003040             " IS ALREADY CLOSED (CLOSEBAL THROUGH "
003050             WS-PRIOR-END "), NOTHING ROLLED FORWARD"
003060         MOVE 16 TO RETURN-CODE
003070         GO TO 9999-EXIT
003080     END-IF.
003090     IF NOT WS-BASELINE AND NOT WS-JNL-BY-POSITION
003100         DISPLAY "DL230 - WARNING, CLOSEBAL CARRIES NO JOURNAL "
003110             "COUNT, THE PERIOD'S JOURNAL IS TAKEN BY RUN DATE"
003120     END-IF.
003130     PERFORM 2000-READ-JOURNAL THRU 2000-EXIT
003140         UNTIL WS-JNL-EOF.
003150     IF WS-JNL-BY-POSITION
003160         AND WS-JNL-READ-CT < WS-JNL-PRIOR-CT
003170         DISPLAY "DL230 - TRNJRNL HOLDS " WS-JNL-READ-CT
003180             " RECORDS BUT THE PRIOR CLOSE TOOK IN "
003190             WS-JNL-PRIOR-CT ", NOT THE JOURNAL IT CLOSED ON"
003200         MOVE 16 TO RETURN-CODE
003210         GO TO 9999-EXIT
003220     END-IF.
003230     IF WS-JNL-LAST-DATE > WS-PERIOD-END
003240         DISPLAY "DL230 - PERIOD END " WS-PERIOD-END
003250             " IS EARLIER THAN JOURNAL RUN DATE "
003260             WS-JNL-LAST-DATE ", THE NEXT PERIOD HAS ALREADY "
003270             "BEEN APPLIED"
003280         MOVE 16 TO RETURN-CODE
003290         GO TO 9999-EXIT
003300     END-IF.
003310     PERFORM 3000-SWEEP-MASTER THRU 3000-EXIT
003320         UNTIL WS-MST-EOF.
003330     PERFORM 5000-PRINT-REPORT THRU 5000-EXIT.
003340     PERFORM 7000-WRITE-CLOSE-FILE THRU 7000-EXIT.
003350     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
003360     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003370     GO TO 9999-EXIT.
003380
003390*----------------------------------------------------------*
003400*  1000-INITIALIZE - FETCH THE PERIOD END FROM THE         *
003410*                    OPTIONAL PERCARD AND OPEN FILES       *
003420*----------------------------------------------------------*
003430 1000-INITIALIZE.
003440     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003450     ACCEPT WS-CURRENT-TIME FROM TIME.
003460     MOVE WS-CURRENT-DATE TO WS-PERIOD-END.
003470     OPEN INPUT PERIOD-CARD.
003480     IF WS-CARD-OK
003490         READ PERIOD-CARD
003500             AT END
003510                 CONTINUE
003520             NOT AT END
003530                 IF DL100-PEC-PERIOD-END IS NUMERIC
003540                     AND DL100-PEC-PERIOD-END > 0
003550                     MOVE DL100-PEC-PERIOD-END
003560                         TO WS-PERIOD-END
003570                 ELSE
003580                     DISPLAY "DL230 - WARNING, PERCARD "
003590                         "PERIOD END " DL100-PEC-PERIOD-END
003600                         " INVALID, USING CURRENT DATE"
003610                 END-IF
003620         END-READ
003630         CLOSE PERIOD-CARD
003640     END-IF.
003650     DISPLAY "DL230 - CLOSING THE PERIOD ENDING "
003660         WS-PERIOD-END.
003670     OPEN INPUT PRIOR-CLOSE-FILE.
003680     IF NOT WS-PCL-OK
003690         DISPLAY "DL230 - UNABLE TO OPEN CLOSEBAL, STATUS = "
003700             WS-PCL-STATUS
003710         MOVE 16 TO RETURN-CODE
003720         GO TO 9999-EXIT
003730     END-IF.
003740     OPEN INPUT TRANS-JOURNAL-FILE.
003750     IF NOT WS-JNL-OK
003760         DISPLAY "DL230 - UNABLE TO OPEN TRNJRNL, STATUS = "
003770             WS-JNL-STATUS
003780         MOVE 16 TO RETURN-CODE
003790         GO TO 9999-EXIT
003800     END-IF.
003810     OPEN INPUT TRANS-MASTER-FILE.
003820     IF NOT WS-MST-OK
003830         DISPLAY "DL230 - UNABLE TO OPEN TRNMASTR, STATUS = "
003840             WS-MST-STATUS
003850         MOVE 16 TO RETURN-CODE
003860         GO TO 9999-EXIT
003870     END-IF.
003880     OPEN OUTPUT NEW-CLOSE-FILE.
003890     IF NOT WS-NCL-OK
003900         DISPLAY "DL230 - UNABLE TO OPEN CLOSENEW, STATUS = "
003910             WS-NCL-STATUS
003920         MOVE 16 TO RETURN-CODE
003930         GO TO 9999-EXIT
003940     END-IF.
003950     OPEN OUTPUT REPORT-FILE.
003960     IF NOT WS-REPORT-OK
003970         DISPLAY "DL230 - UNABLE TO OPEN PERRPT, STATUS = "
003980             WS-REPORT-STATUS
003990         MOVE 16 TO RETURN-CODE
004000         GO TO 9999-EXIT
004010     END-IF.
004020 1000-EXIT.
004030     EXIT.
004040
004050*----------------------------------------------------------*
004060*  1100-LOAD-PRIOR-CLOSE - ONE SAVED CLOSING RECORD        *
004070*                          BECOMES THE OPENING FIGURE OF   *
004080*                          ITS BUCKET.  AN EMPTY CLOSEBAL  *
004090*                          MAKES THIS THE BASELINE PERIOD  *
004100*----------------------------------------------------------*
004110 1100-LOAD-PRIOR-CLOSE.
004120     READ PRIOR-CLOSE-FILE
004130         AT END
004140             SET WS-PCL-EOF TO TRUE
004150             GO TO 1100-EXIT
004160     END-READ.
004170     ADD 1 TO WS-PCL-READ-CT.
004180     MOVE 'N' TO WS-BASELINE-SW.
004190     IF DL100-PCL-PERIOD-END IS NUMERIC
004200         AND DL100-PCL-PERIOD-END > WS-PRIOR-END
004210         MOVE DL100-PCL-PERIOD-END TO WS-PRIOR-END
004220     END-IF.
004230     IF DL100-PCL-JNL-COUNT IS NUMERIC
004240         MOVE DL100-PCL-JNL-COUNT TO WS-JNL-PRIOR-CT
004250         SET WS-JNL-BY-POSITION TO TRUE
004260     END-IF.
004270     IF DL100-PCL-ACTIVE-CT IS NOT NUMERIC
004280         OR DL100-PCL-ACTIVE-AMT IS NOT NUMERIC
004290         DISPLAY "DL230 - WARNING, CLOSEBAL RECORD "
004300             DL100-PCL-TYPE DL100-PCL-KEY
004310             " NOT NUMERIC, OPENS AT ZERO"
004320         GO TO 1100-EXIT
004330     END-IF.
004340     MOVE DL100-PCL-TYPE TO WS-BKT-WANT-TYPE.
004350     MOVE DL100-PCL-KEY  TO WS-BKT-WANT-KEY.
004360     PERFORM 3600-FIND-BUCKET THRU 3600-EXIT.
004370     IF WS-BKT-SUB > 0
004380         ADD DL100-PCL-ACTIVE-CT
004390             TO WS-BKT-OPEN-CT (WS-BKT-SUB)
004400         ADD DL100-PCL-ACTIVE-AMT
004410             TO WS-BKT-OPEN-AMT (WS-BKT-SUB)
004420     END-IF.
004430 1100-EXIT.
004440     EXIT.
004450
004460*----------------------------------------------------------*
004470*  2000-READ-JOURNAL - POST ONE JOURNALED CHANGE FROM THE  *
004480*                      PERIOD - ONE PAST THE PRIOR CLOSE'S *
004490*                      JOURNAL COUNT, OR, AGAINST A        *
004500*                      CLOSEBAL WITHOUT THE COUNT, ONE RUN *
004510*                      IN THE PERIOD'S DATES.  THE         *
004520*                      BASELINE PERIOD ONLY COUNTS THE     *
004530*                      JOURNAL.  AN ADD POSTS ITS AFTER    *
004540*                      IMAGE TO ADDS, A DELETE ITS BEFORE  *
004550*                      IMAGE TO DELETES; AN UPDATE OR A    *
004560*                      DL210 BACKOUT MOVES THE BEFORE      *
004570*                      IMAGE OUT AND THE AFTER IMAGE IN,   *
004580*                      SO A CHANGE OF STATUS OR MONTH      *
004590*                      SHIFTS THE FIGURES BETWEEN BUCKETS  *
004600*----------------------------------------------------------*
004610 2000-READ-JOURNAL.
004620     READ TRANS-JOURNAL-FILE
004630         AT END
004640             SET WS-JNL-EOF TO TRUE
004650             GO TO 2000-EXIT
004660     END-READ.
004670     ADD 1 TO WS-JNL-READ-CT.
004680     IF WS-BASELINE
004690         GO TO 2000-EXIT
004700     END-IF.
004710     IF WS-JNL-BY-POSITION
004720         IF WS-JNL-READ-CT NOT > WS-JNL-PRIOR-CT
004730             GO TO 2000-EXIT
004740         END-IF
004750     ELSE
004760         IF DL100-JNL-RUN-DATE NOT > WS-PRIOR-END
004770             OR DL100-JNL-RUN-DATE > WS-PERIOD-END
004780             GO TO 2000-EXIT
004790         END-IF
004800     END-IF.
004810     ADD 1 TO WS-JNL-USED-CT.
004820     IF DL100-JNL-RUN-DATE IS NUMERIC
004830         AND DL100-JNL-RUN-DATE > WS-JNL-LAST-DATE
004840         MOVE DL100-JNL-RUN-DATE TO WS-JNL-LAST-DATE
004850     END-IF.
004860     EVALUATE TRUE
004870         WHEN DL100-JNL-ACT-ADD
004880             MOVE DL100-JNL-AFTER-IMAGE TO DL100-MASTER-RECORD
004890             MOVE 'A' TO WS-PST-COLUMN
004900             MOVE +1  TO WS-PST-SIGN
004910             PERFORM 3500-POST-IMAGE THRU 3500-EXIT
004920             MOVE DL100-JNL-BEFORE-IMAGE
004930                 TO DL100-MASTER-RECORD
004940             MOVE 'U' TO WS-PST-COLUMN
004950             MOVE -1  TO WS-PST-SIGN
004960             PERFORM 3500-POST-IMAGE THRU 3500-EXIT
004970         WHEN DL100-JNL-ACT-DELETE
004980             MOVE DL100-JNL-BEFORE-IMAGE
004990                 TO DL100-MASTER-RECORD
005000             MOVE 'D' TO WS-PST-COLUMN
005010             MOVE +1  TO WS-PST-SIGN
005020             PERFORM 3500-POST-IMAGE THRU 3500-EXIT
005030             MOVE DL100-JNL-AFTER-IMAGE TO DL100-MASTER-RECORD
005040             MOVE 'U' TO WS-PST-COLUMN
005050             MOVE +1  TO WS-PST-SIGN
005060             PERFORM 3500-POST-IMAGE THRU 3500-EXIT
005070         WHEN OTHER
005080             MOVE DL100-JNL-BEFORE-IMAGE
005090                 TO DL100-MASTER-RECORD
005100             MOVE 'U' TO WS-PST-COLUMN
005110             MOVE -1  TO WS-PST-SIGN
005120             PERFORM 3500-POST-IMAGE THRU 3500-EXIT
005130             MOVE DL100-JNL-AFTER-IMAGE TO DL100-MASTER-RECORD
005140             MOVE 'U' TO WS-PST-COLUMN
005150             MOVE +1  TO WS-PST-SIGN
005160             PERFORM 3500-POST-IMAGE THRU 3500-EXIT
005170     END-EVALUATE.
005180 2000-EXIT.
005190     EXIT.
005200
005210*----------------------------------------------------------*
005220*  3000-SWEEP-MASTER - POST EVERY MASTER RECORD TO THE     *
005230*                      CLOSING POSITION                    *
005240*----------------------------------------------------------*
005250 3000-SWEEP-MASTER.
005260     READ TRANS-MASTER-FILE
005270         AT END
005280             SET WS-MST-EOF TO TRUE
005290             GO TO 3000-EXIT
005300     END-READ.
005310     ADD 1 TO WS-MASTER-CT.
005320     MOVE 'C' TO WS-PST-COLUMN.
005330     MOVE +1  TO WS-PST-SIGN.
005340     PERFORM 3500-POST-IMAGE THRU 3500-EXIT.
005350 3000-EXIT.
005360     EXIT.
005370
005380*----------------------------------------------------------*
005390*  3500-POST-IMAGE - POST THE IMAGE IN DL100-MASTER-RECORD *
005400*                    TO WS-PST-COLUMN OF ITS STATUS,       *
005410*                    MONTH AND TOTAL BUCKETS.  ONLY ACTIVE *
005420*                    RECORDS ROLL FORWARD; A DELETED ONE   *
005430*                    COUNTS ONLY IN THE CLOSING MEMO       *
005440*----------------------------------------------------------*
005450 3500-POST-IMAGE.
005460     IF DL100-MASTER-RECORD = SPACES
005470         GO TO 3500-EXIT
005480     END-IF.
005490     MOVE ZEROES TO WS-PST-CT WS-PST-AMT
005500         WS-PST-DLTD-CT WS-PST-DLTD-AMT.
005510     IF DL100-MST-DELETED
005520         IF NOT WS-PST-CLOSING
005530             GO TO 3500-EXIT
005540         END-IF
005550         MOVE 1 TO WS-PST-DLTD-CT
005560         IF DL100-MST-AMOUNT IS NUMERIC
005570             MOVE DL100-MST-AMOUNT TO WS-PST-DLTD-AMT
005580         END-IF
005590     ELSE
005600         MOVE WS-PST-SIGN TO WS-PST-CT
005610         IF DL100-MST-AMOUNT IS NUMERIC
005620             COMPUTE WS-PST-AMT =
005630                 DL100-MST-AMOUNT * WS-PST-SIGN
005640         END-IF
005650     END-IF.
005660     MOVE DL100-MST-STATUS-CD TO WS-PST-STATUS-KEY.
005670     IF DL100-MST-TRANS-DATE IS NUMERIC
005680         MOVE DL100-MST-TRANS-DATE (1:6) TO WS-PST-MONTH-KEY
005690     ELSE
005700         MOVE '??????' TO WS-PST-MONTH-KEY
005710     END-IF.
005720     MOVE 'S' TO WS-BKT-WANT-TYPE.
005730     MOVE WS-PST-STATUS-KEY TO WS-BKT-WANT-KEY.
005740     PERFORM 3600-FIND-BUCKET THRU 3600-EXIT.
005750     PERFORM 3700-APPLY-COLUMN THRU 3700-EXIT.
005760     MOVE 'M' TO WS-BKT-WANT-TYPE.
005770     MOVE WS-PST-MONTH-KEY TO WS-BKT-WANT-KEY.
005780     PERFORM 3600-FIND-BUCKET THRU 3600-EXIT.
005790     PERFORM 3700-APPLY-COLUMN THRU 3700-EXIT.
005800     MOVE 'T' TO WS-BKT-WANT-TYPE.
005810     MOVE 'TOTAL' TO WS-BKT-WANT-KEY.
005820     PERFORM 3600-FIND-BUCKET THRU 3600-EXIT.
005830     PERFORM 3700-APPLY-COLUMN THRU 3700-EXIT.
005840 3500-EXIT.
005850     EXIT.
005860
005870*----------------------------------------------------------*
005880*  3600-FIND-BUCKET - FIND WS-BKT-WANT, OR CLAIM A SLOT    *
005890*                     FOR IT IN KEY ORDER.  WS-BKT-SUB IS  *
005900*                     ZERO WHEN THE TABLE IS FULL          *
005910*----------------------------------------------------------*
005920 3600-FIND-BUCKET.
005930     SEARCH ALL WS-BKT-ENTRY
005940         AT END
005950             CONTINUE
005960         WHEN WS-BKT-ID (BKT-IX) = WS-BKT-WANT
005970             SET WS-BKT-SUB TO BKT-IX
005980             GO TO 3600-EXIT
005990     END-SEARCH.
006000     IF WS-BKT-COUNT >= 800
006010         MOVE ZEROES TO WS-BKT-SUB
006020         IF NOT WS-BKT-FULL
006030             DISPLAY "DL230 - WARNING, MORE THAN 800 STATUS "
006040                 "AND MONTH BUCKETS, " WS-BKT-WANT
006050                 " AND LATER KEYS NOT REPORTED"
006060             SET WS-BKT-FULL TO TRUE
006070         END-IF
006080         GO TO 3600-EXIT
006090     END-IF.
006100     MOVE 1 TO WS-BKT-SUB.
006110     PERFORM 3650-NEXT-BUCKET THRU 3650-EXIT
006120         UNTIL WS-BKT-ID (WS-BKT-SUB) > WS-BKT-WANT.
006130     MOVE WS-BKT-COUNT TO WS-SHIFT-SUB.
006140     PERFORM 3680-SHIFT-BUCKET THRU 3680-EXIT
006150         UNTIL WS-SHIFT-SUB < WS-BKT-SUB.
006160     INITIALIZE WS-BKT-ENTRY (WS-BKT-SUB).
006170     MOVE WS-BKT-WANT TO WS-BKT-ID (WS-BKT-SUB).
006180     ADD 1 TO WS-BKT-COUNT.
006190 3600-EXIT.
006200     EXIT.
006210
006220*----------------------------------------------------------*
006230*  3650-NEXT-BUCKET - STEP TO THE INSERTION POINT          *
006240*----------------------------------------------------------*
006250 3650-NEXT-BUCKET.
006260     ADD 1 TO WS-BKT-SUB.
006270 3650-EXIT.
006280     EXIT.
006290
006300*----------------------------------------------------------*
006310*  3680-SHIFT-BUCKET - OPEN THE INSERTION POINT UP BY ONE  *
006320*----------------------------------------------------------*
006330 3680-SHIFT-BUCKET.
006340     MOVE WS-BKT-ENTRY (WS-SHIFT-SUB)
006350         TO WS-BKT-ENTRY (WS-SHIFT-SUB + 1).
006360     SUBTRACT 1 FROM WS-SHIFT-SUB.
006370 3680-EXIT.
006380     EXIT.
006390
006400*----------------------------------------------------------*
006410*  3700-APPLY-COLUMN - ADD THE POSTING TO ONE BUCKET       *
006420*----------------------------------------------------------*
006430 3700-APPLY-COLUMN.
006440     IF WS-BKT-SUB = 0
006450         GO TO 3700-EXIT
006460     END-IF.
006470     EVALUATE TRUE
006480         WHEN WS-PST-ADDS
006490             ADD WS-PST-CT  TO WS-BKT-ADD-CT (WS-BKT-SUB)
006500             ADD WS-PST-AMT TO WS-BKT-ADD-AMT (WS-BKT-SUB)
006510         WHEN WS-PST-UPDATES
006520             ADD WS-PST-CT  TO WS-BKT-UPD-CT (WS-BKT-SUB)
006530             ADD WS-PST-AMT TO WS-BKT-UPD-AMT (WS-BKT-SUB)
006540         WHEN WS-PST-DELETES
006550             ADD WS-PST-CT  TO WS-BKT-DEL-CT (WS-BKT-SUB)
006560             ADD WS-PST-AMT TO WS-BKT-DEL-AMT (WS-BKT-SUB)
006570         WHEN WS-PST-CLOSING
006580             ADD WS-PST-CT  TO WS-BKT-CLOSE-CT (WS-BKT-SUB)
006590             ADD WS-PST-AMT TO WS-BKT-CLOSE-AMT (WS-BKT-SUB)
006600             ADD WS-PST-DLTD-CT
006610                 TO WS-BKT-DLTD-CT (WS-BKT-SUB)
006620             ADD WS-PST-DLTD-AMT
006630                 TO WS-BKT-DLTD-AMT (WS-BKT-SUB)
006640     END-EVALUATE.
006650 3700-EXIT.
006660     EXIT.
006670
006680*----------------------------------------------------------*
006690*  5000-PRINT-REPORT - ROLL-FORWARD BY STATUS, BY MONTH    *
006700*                      AND IN TOTAL, THEN THE CLOSING      *
006710*                      POSITION                            *
006720*----------------------------------------------------------*
006730 5000-PRINT-REPORT.
006740     MOVE WS-CURRENT-DATE TO RPT-HDG-DATE.
006750     MOVE WS-CURRENT-TIME TO RPT-HDG-TIME.
006760     WRITE REPORT-LINE FROM RPT-HEADING-1.
006770     MOVE WS-PRIOR-END  TO RPT-HDG-PRIOR-END.
006780     MOVE WS-PERIOD-END TO RPT-HDG-PERIOD-END.
006790     WRITE REPORT-LINE FROM RPT-HEADING-2.
006800     MOVE SPACES TO REPORT-LINE.
006810     WRITE REPORT-LINE.
006820     IF WS-BASELINE
006830         MOVE 'BASELINE PERIOD - NO PRIOR CLOSE ON FILE.  THE '
006840             TO RPT-TEXT-LINE
006850         MOVE 'CLOSING POSITION BELOW BECOMES THE FIRST OPENING'
006860             TO RPT-TEXT-LINE (48:49)
006870         WRITE REPORT-LINE FROM RPT-TEXT-LINE
006880         MOVE SPACES TO REPORT-LINE
006890         WRITE REPORT-LINE
006900         GO TO 5050-PRINT-POSITION
006910     END-IF.
006920     MOVE 'ROLL-FORWARD OF ACTIVE RECORDS BY STATUS CODE'
006930         TO RPT-TEXT-LINE.
006940     WRITE REPORT-LINE FROM RPT-TEXT-LINE.
006950     WRITE REPORT-LINE FROM RPT-RF-HEADING-1.
006960     WRITE REPORT-LINE FROM RPT-RF-HEADING-2.
006970     MOVE 'S' TO WS-PRINT-TYPE.
006980     MOVE ZEROES TO WS-BKT-SUB.
006990     PERFORM 5100-PRINT-RF-LINE THRU 5100-EXIT
007000         UNTIL WS-BKT-SUB >= WS-BKT-COUNT.
007010     MOVE SPACES TO REPORT-LINE.
007020     WRITE REPORT-LINE.
007030     MOVE 'ROLL-FORWARD OF ACTIVE RECORDS BY TRANSACTION MONTH'
007040         TO RPT-TEXT-LINE.
007050     WRITE REPORT-LINE FROM RPT-TEXT-LINE.
007060     WRITE REPORT-LINE FROM RPT-RF-HEADING-1.
007070     WRITE REPORT-LINE FROM RPT-RF-HEADING-2.
007080     MOVE 'M' TO WS-PRINT-TYPE.
007090     MOVE ZEROES TO WS-BKT-SUB.
007100     PERFORM 5100-PRINT-RF-LINE THRU 5100-EXIT
007110         UNTIL WS-BKT-SUB >= WS-BKT-COUNT.
007120     MOVE SPACES TO REPORT-LINE.
007130     WRITE REPORT-LINE.
007140     MOVE 'T' TO WS-PRINT-TYPE.
007150     MOVE ZEROES TO WS-BKT-SUB.
007160     PERFORM 5100-PRINT-RF-LINE THRU 5100-EXIT
007170         UNTIL WS-BKT-SUB >= WS-BKT-COUNT.
007180     MOVE SPACES TO REPORT-LINE.
007190     WRITE REPORT-LINE.
007200     IF WS-BREAK-CT > 0
007210         MOVE WS-BREAK-CT TO RPT-BRK-COUNT
007220         WRITE REPORT-LINE FROM RPT-BREAK-LINE
007230         IF RETURN-CODE < 12
007240             MOVE 12 TO RETURN-CODE
007250         END-IF
007260     ELSE
007270         MOVE 'ROLL-FORWARD AGREES FOR EVERY STATUS CODE, '
007280             TO RPT-TEXT-LINE
007290         MOVE 'MONTH AND THE TOTAL' TO RPT-TEXT-LINE (44:19)
007300         WRITE REPORT-LINE FROM RPT-TEXT-LINE
007310     END-IF.
007320     MOVE SPACES TO REPORT-LINE.
007330     WRITE REPORT-LINE.
007340 5050-PRINT-POSITION.
007350     MOVE 'CLOSING POSITION BY STATUS CODE' TO RPT-TEXT-LINE.
007360     WRITE REPORT-LINE FROM RPT-TEXT-LINE.
007370     WRITE REPORT-LINE FROM RPT-POS-HEADING-1.
007380     WRITE REPORT-LINE FROM RPT-POS-HEADING-2.
007390     MOVE 'S' TO WS-PRINT-TYPE.
007400     MOVE ZEROES TO WS-BKT-SUB.
007410     PERFORM 5200-PRINT-POS-LINE THRU 5200-EXIT
007420         UNTIL WS-BKT-SUB >= WS-BKT-COUNT.
007430     MOVE SPACES TO REPORT-LINE.
007440     WRITE REPORT-LINE.
007450     MOVE 'CLOSING POSITION BY TRANSACTION MONTH'
007460         TO RPT-TEXT-LINE.
007470     WRITE REPORT-LINE FROM RPT-TEXT-LINE.
007480     WRITE REPORT-LINE FROM RPT-POS-HEADING-1.
007490     WRITE REPORT-LINE FROM RPT-POS-HEADING-2.
007500     MOVE 'M' TO WS-PRINT-TYPE.
007510     MOVE ZEROES TO WS-BKT-SUB.
007520     PERFORM 5200-PRINT-POS-LINE THRU 5200-EXIT
007530         UNTIL WS-BKT-SUB >= WS-BKT-COUNT.
007540     MOVE SPACES TO REPORT-LINE.
007550     WRITE REPORT-LINE.
007560     MOVE 'T' TO WS-PRINT-TYPE.
007570     MOVE ZEROES TO WS-BKT-SUB.
007580     PERFORM 5200-PRINT-POS-LINE THRU 5200-EXIT
007590         UNTIL WS-BKT-SUB >= WS-BKT-COUNT.
007600 5000-EXIT.
007610     EXIT.
007620
007630*----------------------------------------------------------*
007640*  5100-PRINT-RF-LINE - ONE ROLL-FORWARD LINE, FLAGGED     *
007650*                       *BRK WHEN IT DOES NOT FOOT         *
007660*----------------------------------------------------------*
007670 5100-PRINT-RF-LINE.
007680     ADD 1 TO WS-BKT-SUB.
007690     IF WS-BKT-TYPE (WS-BKT-SUB) NOT = WS-PRINT-TYPE
007700         GO TO 5100-EXIT
007710     END-IF.
007720     MOVE WS-BKT-KEY (WS-BKT-SUB)       TO RPT-RF-KEY.
007730     MOVE WS-BKT-OPEN-CT (WS-BKT-SUB)   TO RPT-RF-OPEN-CT.
007740     MOVE WS-BKT-OPEN-AMT (WS-BKT-SUB)  TO RPT-RF-OPEN-AMT.
007750     MOVE WS-BKT-ADD-CT (WS-BKT-SUB)    TO RPT-RF-ADD-CT.
007760     MOVE WS-BKT-ADD-AMT (WS-BKT-SUB)   TO RPT-RF-ADD-AMT.
007770     MOVE WS-BKT-UPD-CT (WS-BKT-SUB)    TO RPT-RF-UPD-CT.
007780     MOVE WS-BKT-UPD-AMT (WS-BKT-SUB)   TO RPT-RF-UPD-AMT.
007790     MOVE WS-BKT-DEL-CT (WS-BKT-SUB)    TO RPT-RF-DEL-CT.
007800     MOVE WS-BKT-DEL-AMT (WS-BKT-SUB)   TO RPT-RF-DEL-AMT.
007810     MOVE WS-BKT-CLOSE-CT (WS-BKT-SUB)  TO RPT-RF-CLOSE-CT.
007820     MOVE WS-BKT-CLOSE-AMT (WS-BKT-SUB) TO RPT-RF-CLOSE-AMT.
007830     COMPUTE WS-RF-CT = WS-BKT-OPEN-CT (WS-BKT-SUB)
007840         + WS-BKT-ADD-CT (WS-BKT-SUB)
007850         + WS-BKT-UPD-CT (WS-BKT-SUB)
007860         - WS-BKT-DEL-CT (WS-BKT-SUB).
007870     COMPUTE WS-RF-AMT = WS-BKT-OPEN-AMT (WS-BKT-SUB)
007880         + WS-BKT-ADD-AMT (WS-BKT-SUB)
007890         + WS-BKT-UPD-AMT (WS-BKT-SUB)
007900         - WS-BKT-DEL-AMT (WS-BKT-SUB).
007910     IF WS-RF-CT = WS-BKT-CLOSE-CT (WS-BKT-SUB)
007920         AND WS-RF-AMT = WS-BKT-CLOSE-AMT (WS-BKT-SUB)
007930         MOVE SPACES TO RPT-RF-FLAG
007940     ELSE
007950         MOVE ' *BRK' TO RPT-RF-FLAG
007960         ADD 1 TO WS-BREAK-CT
007970         DISPLAY "DL230 - ROLL-FORWARD BREAK, "
007980             WS-BKT-TYPE (WS-BKT-SUB) " "
007990             WS-BKT-KEY (WS-BKT-SUB) " ROLLS TO "
008000             WS-RF-CT " / " WS-RF-AMT " BUT CLOSES AT "
008010             WS-BKT-CLOSE-CT (WS-BKT-SUB) " / "
008020             WS-BKT-CLOSE-AMT (WS-BKT-SUB)
008030     END-IF.
008040     WRITE REPORT-LINE FROM RPT-RF-LINE.
008050 5100-EXIT.
008060     EXIT.
008070
008080*----------------------------------------------------------*
008090*  5200-PRINT-POS-LINE - ONE CLOSING POSITION LINE         *
008100*----------------------------------------------------------*
008110 5200-PRINT-POS-LINE.
008120     ADD 1 TO WS-BKT-SUB.
008130     IF WS-BKT-TYPE (WS-BKT-SUB) NOT = WS-PRINT-TYPE
008140         GO TO 5200-EXIT
008150     END-IF.
008160     IF WS-BKT-CLOSE-CT (WS-BKT-SUB) = 0
008170         AND WS-BKT-DLTD-CT (WS-BKT-SUB) = 0
008180         AND NOT WS-PRINT-TYPE = 'T'
008190         GO TO 5200-EXIT
008200     END-IF.
008210     MOVE WS-BKT-KEY (WS-BKT-SUB)       TO RPT-POS-KEY.
008220     MOVE WS-BKT-CLOSE-CT (WS-BKT-SUB)  TO RPT-POS-ACT-CT.
008230     MOVE WS-BKT-CLOSE-AMT (WS-BKT-SUB) TO RPT-POS-ACT-AMT.
008240     MOVE WS-BKT-DLTD-CT (WS-BKT-SUB)   TO RPT-POS-DEL-CT.
008250     MOVE WS-BKT-DLTD-AMT (WS-BKT-SUB)  TO RPT-POS-DEL-AMT.
008260     COMPUTE RPT-POS-TOT-CT = WS-BKT-CLOSE-CT (WS-BKT-SUB)
008270         + WS-BKT-DLTD-CT (WS-BKT-SUB).
008280     COMPUTE RPT-POS-TOT-AMT = WS-BKT-CLOSE-AMT (WS-BKT-SUB)
008290         + WS-BKT-DLTD-AMT (WS-BKT-SUB).
008300     WRITE REPORT-LINE FROM RPT-POS-LINE.
008310 5200-EXIT.
008320     EXIT.
008330
008340*----------------------------------------------------------*
008350*  7000-WRITE-CLOSE-FILE - SAVE THE CLOSING POSITION AS    *
008360*                          NEXT PERIOD'S OPENING.  THE     *
008370*                          TOTAL RECORD IS ALWAYS WRITTEN  *
008380*                          SO AN EMPTY MASTER STILL        *
008390*                          CARRIES THE PERIOD-END DATE     *
008400*----------------------------------------------------------*
008410 7000-WRITE-CLOSE-FILE.
008420     MOVE 'T'     TO WS-BKT-WANT-TYPE.
008430     MOVE 'TOTAL' TO WS-BKT-WANT-KEY.
008440     PERFORM 3600-FIND-BUCKET THRU 3600-EXIT.
008450     MOVE ZEROES TO WS-BKT-SUB.
008460     PERFORM 7100-WRITE-CLOSE-REC THRU 7100-EXIT
008470         UNTIL WS-BKT-SUB >= WS-BKT-COUNT.
008480 7000-EXIT.
008490     EXIT.
008500
008510*----------------------------------------------------------*
008520*  7100-WRITE-CLOSE-REC - ONE CLOSING BALANCE RECORD       *
008530*----------------------------------------------------------*
008540 7100-WRITE-CLOSE-REC.
008550     ADD 1 TO WS-BKT-SUB.
008560     IF WS-BKT-CLOSE-CT (WS-BKT-SUB) = 0
008570         AND WS-BKT-CLOSE-AMT (WS-BKT-SUB) = 0
008580         AND WS-BKT-DLTD-CT (WS-BKT-SUB) = 0
008590         AND WS-BKT-TYPE (WS-BKT-SUB) NOT = 'T'
008600         GO TO 7100-EXIT
008610     END-IF.
008620     MOVE SPACES TO DL100-PERCLOSE-RECORD.
008630     MOVE WS-BKT-TYPE (WS-BKT-SUB)      TO DL100-PCL-TYPE.
008640     MOVE WS-BKT-KEY (WS-BKT-SUB)       TO DL100-PCL-KEY.
008650     MOVE WS-PERIOD-END                 TO DL100-PCL-PERIOD-END.
008660     MOVE WS-BKT-CLOSE-CT (WS-BKT-SUB)  TO DL100-PCL-ACTIVE-CT.
008670     MOVE WS-BKT-CLOSE-AMT (WS-BKT-SUB)
008680         TO DL100-PCL-ACTIVE-AMT.
008690     MOVE WS-BKT-DLTD-CT (WS-BKT-SUB)   TO DL100-PCL-DELETED-CT.
008700     MOVE WS-BKT-DLTD-AMT (WS-BKT-SUB)
008710         TO DL100-PCL-DELETED-AMT.
008720     MOVE WS-JNL-READ-CT                TO DL100-PCL-JNL-COUNT.
008730     WRITE NEW-CLOSE-RECORD FROM DL100-PERCLOSE-RECORD.
008740     ADD 1 TO WS-NCL-WRITTEN-CT.
008750 7100-EXIT.
008760     EXIT.
008770
008780*----------------------------------------------------------*
008790*  8000-PRINT-SUMMARY - END-OF-RUN TOTALS                  *
008800*----------------------------------------------------------*
008810 8000-PRINT-SUMMARY.
008820     DISPLAY "DL230 - ROLL-FORWARD SUMMARY".
008830     DISPLAY "  PRIOR CLOSE THRU   = " WS-PRIOR-END.
008840     DISPLAY "  PERIOD END         = " WS-PERIOD-END.
008850     DISPLAY "  CLOSEBAL RECORDS   = " WS-PCL-READ-CT.
008860     DISPLAY "  JOURNAL RECORDS    = " WS-JNL-READ-CT.
008870     DISPLAY "  PRIOR JNL COUNT    = " WS-JNL-PRIOR-CT.
008880     DISPLAY "  JOURNAL IN PERIOD  = " WS-JNL-USED-CT.
008890     DISPLAY "  MASTER RECORDS     = " WS-MASTER-CT.
008900     DISPLAY "  CLOSENEW RECORDS   = " WS-NCL-WRITTEN-CT.
008910     IF WS-BASELINE
008920         DISPLAY "DL230 - BASELINE PERIOD, NO ROLL-FORWARD "
008930             "CHECKED"
008940     ELSE
008950         DISPLAY "  BUCKETS IN BREAK   = " WS-BREAK-CT
008960     END-IF.
008970 8000-EXIT.
008980     EXIT.
008990
009000*----------------------------------------------------------*
009010*  9000-TERMINATE - CLOSE FILES                            *
009020*----------------------------------------------------------*
009030 9000-TERMINATE.
009040     CLOSE PRIOR-CLOSE-FILE.
009050     CLOSE TRANS-JOURNAL-FILE.
009060     CLOSE TRANS-MASTER-FILE.
009070     CLOSE NEW-CLOSE-FILE.
009080     CLOSE REPORT-FILE.
009090 9000-EXIT.
009100     EXIT.
009110
009120 9999-EXIT.
009130     STOP RUN.
