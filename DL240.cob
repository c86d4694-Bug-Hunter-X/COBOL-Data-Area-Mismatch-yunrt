000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DL240.
000030 AUTHOR. R L HENNESSY.
000040 INSTALLATION. DATA CENTER OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                    *
000090*----------------------------------------------------------*
000100*  DATE       INIT  DESCRIPTION                            *
000110*  10/15/26   RLH   NEW DOWNSTREAM ACKNOWLEDGEMENT MATCH.  *
000120*                   DL100, DL110 AND DL140 NOW APPEND THE  *
000130*                   GT (DELTAOUT: TL) COUNT AND AMOUNT     *
000140*                   HASH OF EVERY OUTFILE, WIDEOUT AND     *
000150*                   DELTAOUT THEY DELIVER TO THE DELIVREG  *
000160*                   REGISTER (DL100DRG LAYOUT).  THIS JOB  *
000170*                   MATCHES THE CONSUMERS' ACKNOWLEDGE-    *
000180*                   MENTS (ACKIN, DL100ACK LAYOUT) AGAINST *
000190*                   IT, PRINTS EVERY DELIVERY STILL SHORT- *
000200*                   LOADED, AMOUNT-MISMATCHED, FAILED OR   *
000210*                   UNACKNOWLEDGED PAST THE CUTOFF ON      *
000220*                   ACKRPT, AND WRITES THE REGISTER BACK   *
000230*                   TO THE REGNEW GENERATION WITH THE ACK  *
000240*                   STATE FILLED IN.  ANY UNRESOLVED       *
000250*                   DELIVERY ENDS THE STEP WITH RETURN-    *
000260*                   CODE 12 SO THE SCHEDULER HOLDS THE     *
000270*                   NEXT NIGHT'S DL140.  RUN IT AHEAD OF   *
000280*                   DL140, AFTER THE ACKNOWLEDGEMENTS ARE  *
000290*                   IN.                                    *
000300*----------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ACK-CARD ASSIGN TO "ACKCARD"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-CARD-STATUS.
000400     SELECT OPTIONAL DELIVERY-REG-FILE ASSIGN TO "DELIVREG"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-DRG-STATUS.
000430     SELECT OPTIONAL ACK-FILE ASSIGN TO "ACKIN"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-ACK-STATUS.
000460     SELECT NEW-REG-FILE ASSIGN TO "REGNEW"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-NEW-STATUS.
000490     SELECT REPORT-FILE ASSIGN TO "ACKRPT"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-REPORT-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  ACK-CARD
000550     RECORDING MODE IS F
000560     LABEL RECORDS ARE STANDARD.
000570     COPY DL100AKC.
000580 FD  DELIVERY-REG-FILE
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD.
000610 01  DELIVREG-RECORD               PIC X(120).
000620 FD  ACK-FILE
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650     COPY DL100ACK.
000660 FD  NEW-REG-FILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 01  REGNEW-RECORD                 PIC X(120).
000700 FD  REPORT-FILE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730 01  REPORT-LINE                   PIC X(132).
000740 WORKING-STORAGE SECTION.
000750*----------------------------------------------------------*
000760*  RUN CONTROL SWITCHES                                    *
000770*----------------------------------------------------------*
000780 01  WS-SWITCHES.
000790     05  WS-DRG-EOF-SW             PIC X(01)  VALUE 'N'.
000800         88  WS-DRG-EOF                       VALUE 'Y'.
000810     05  WS-ACK-EOF-SW             PIC X(01)  VALUE 'N'.
000820         88  WS-ACK-EOF                       VALUE 'Y'.
000830     05  WS-FOUND-SW               PIC X(01)  VALUE 'N'.
000840         88  WS-FOUND                         VALUE 'Y'.
000850 01  WS-CARD-STATUS                PIC X(02)  VALUE SPACES.
000860     88  WS-CARD-OK                           VALUE '00'.
000870 01  WS-DRG-STATUS                 PIC X(02)  VALUE SPACES.
000880     88  WS-DRG-OK                            VALUE '00' '05'.
000890 01  WS-ACK-STATUS                 PIC X(02)  VALUE SPACES.
000900     88  WS-ACK-OK                            VALUE '00' '05'.
000910 01  WS-NEW-STATUS                 PIC X(02)  VALUE SPACES.
000920     88  WS-NEW-OK                            VALUE '00'.
000930 01  WS-REPORT-STATUS              PIC X(02)  VALUE SPACES.
000940     88  WS-REPORT-OK                         VALUE '00'.
000950 01  WS-CURRENT-DATE               PIC 9(08)  VALUE ZEROES.
000960 01  WS-CURRENT-TIME               PIC 9(08)  VALUE ZEROES.
000970*----------------------------------------------------------*
000980*  CUTOFF AND RETENTION - ACKCARD OVERRIDES THE DEFAULTS   *
000990*----------------------------------------------------------*
001000 01  WS-AS-OF-DATE                 PIC 9(08)  VALUE ZEROES.
001010 01  WS-CUTOFF-DAYS                PIC 9(03)  VALUE 1.
001020 01  WS-RETAIN-DAYS                PIC 9(03)  VALUE 30.
001030 01  WS-AS-OF-INT                  PIC 9(08)  VALUE ZEROES COMP.
001040 01  WS-AGE-DAYS                   PIC S9(08) VALUE ZEROES COMP.
001050*----------------------------------------------------------*
001060*  REGISTER AND ACKNOWLEDGEMENT COUNTS                     *
001070*----------------------------------------------------------*
001080 01  WS-DRG-READ-CT                PIC 9(08)  VALUE ZEROES COMP.
001090 01  WS-DRG-RECUT-CT               PIC 9(08)  VALUE ZEROES COMP.
001100 01  WS-DRG-WAIVER-CT              PIC 9(08)  VALUE ZEROES COMP.
001110 01  WS-DRG-BAD-CT                 PIC 9(08)  VALUE ZEROES COMP.
001120 01  WS-ACK-READ-CT                PIC 9(08)  VALUE ZEROES COMP.
001130 01  WS-ACK-MATCHED-CT             PIC 9(08)  VALUE ZEROES COMP.
001140 01  WS-ACK-UNKNOWN-CT             PIC 9(08)  VALUE ZEROES COMP.
001150 01  WS-ACK-STALE-CT               PIC 9(08)  VALUE ZEROES COMP.
001160 01  WS-ACK-BAD-CT                 PIC 9(08)  VALUE ZEROES COMP.
001170 01  WS-LOADED-CT                  PIC 9(08)  VALUE ZEROES COMP.
001180 01  WS-WAIVED-CT                  PIC 9(08)  VALUE ZEROES COMP.
001190 01  WS-AWAITING-CT                PIC 9(08)  VALUE ZEROES COMP.
001200 01  WS-OVERDUE-CT                 PIC 9(08)  VALUE ZEROES COMP.
001210 01  WS-SHORT-CT                   PIC 9(08)  VALUE ZEROES COMP.
001220 01  WS-MISMATCH-CT                PIC 9(08)  VALUE ZEROES COMP.
001230 01  WS-FAILED-CT                  PIC 9(08)  VALUE ZEROES COMP.
001240 01  WS-UNRESOLVED-CT              PIC 9(08)  VALUE ZEROES COMP.
001250 01  WS-KEPT-CT                    PIC 9(08)  VALUE ZEROES COMP.
001260 01  WS-AGED-OFF-CT                PIC 9(08)  VALUE ZEROES COMP.
001270*----------------------------------------------------------*
001280*  DELIVERY TABLE - ONE ENTRY PER DATASET / RUN DATE /     *
001290*  INSTANCE, HOLDING THE REGISTER RECORD IMAGE.  THE       *
001300*  TOUCHED FLAG MARKS AN ENTRY RE-CUT, ACKNOWLEDGED OR     *
001310*  WAIVED TONIGHT SO ITS RESOLUTION IS STILL PRINTED.      *
001320*----------------------------------------------------------*
001330 01  WS-DRG-COUNT                  PIC 9(04)  VALUE ZEROES COMP.
001340 01  WS-DRG-MAX                    PIC 9(04)  VALUE 2000 COMP.
001350 01  WS-DRG-SUB                    PIC 9(04)  VALUE ZEROES COMP.
001360 01  WS-DELIVERY-TABLE.
001370     05  WS-DRG-ENTRY OCCURS 2000 TIMES
001380             INDEXED BY DRG-IX.
001390         10  WS-DRG-ENT-KEY        PIC X(17).
001400         10  WS-DRG-ENT-TOUCHED    PIC X(01).
001410         10  WS-DRG-ENT-IMAGE      PIC X(120).
001420 01  WS-SEARCH-KEY                 PIC X(17)  VALUE SPACES.
001430 01  WS-RESULT-TEXT                PIC X(20)  VALUE SPACES.
001440 01  WS-WAIVED-BY                  PIC X(08)  VALUE SPACES.
001450 01  WS-WAIVED-DATE                PIC 9(08)  VALUE ZEROES.
001460     COPY DL100DRG.
001470*----------------------------------------------------------*
001480*  REPORT LINE LAYOUTS                                     *
001490*----------------------------------------------------------*
001500 01  RPT-HEADING-1.
001510     05  FILLER                    PIC X(20)
001520         VALUE 'DL240               '.
001530     05  FILLER                    PIC X(34)
001540         VALUE 'DOWNSTREAM ACKNOWLEDGEMENT MATCH  '.
001550     05  FILLER                    PIC X(09) VALUE 'RUN DATE '.
001560     05  RPT-HDG-DATE              PIC 9(08).
001570     05  FILLER                    PIC X(06) VALUE ' TIME '.
001580     05  RPT-HDG-TIME              PIC 9(08).
001590     05  FILLER                    PIC X(47) VALUE SPACES.
001600 01  RPT-HEADING-2.
001610     05  FILLER                    PIC X(20)
001620         VALUE 'AS OF DATE          '.
001630     05  RPT-HDG-AS-OF             PIC 9(08).
001640     05  FILLER                    PIC X(10)
001650         VALUE '  CUTOFF  '.
001660     05  RPT-HDG-CUTOFF            PIC ZZ9.
001670     05  FILLER                    PIC X(20)
001680         VALUE ' DAYS   RETENTION  '.
001690     05  RPT-HDG-RETAIN            PIC ZZ9.
001700     05  FILLER                    PIC X(05) VALUE ' DAYS'.
001710     05  FILLER                    PIC X(63) VALUE SPACES.
001720 01  RPT-COLUMN-HEADING.
001730     05  FILLER                    PIC X(34)
001740         VALUE '  DATASET   RUN DATE  I  WRITTEN  '.
001750     05  FILLER                    PIC X(32)
001760         VALUE 'SENT COUNT         SENT AMOUNT  '.
001770     05  FILLER                    PIC X(32)
001780         VALUE ' ACK COUNT          ACK AMOUNT  '.
001790     05  FILLER                    PIC X(34)
001800         VALUE 'LS  CONSUMER  RESULT'.
001810 01  RPT-DETAIL-LINE.
001820     05  FILLER                    PIC X(02) VALUE SPACES.
001830     05  RPT-DTL-DATASET           PIC X(08).
001840     05  FILLER                    PIC X(02) VALUE SPACES.
001850     05  RPT-DTL-RUN-DATE          PIC 9(08).
001860     05  FILLER                    PIC X(02) VALUE SPACES.
001870     05  RPT-DTL-INSTANCE          PIC X(01).
001880     05  FILLER                    PIC X(02) VALUE SPACES.
001890     05  RPT-DTL-WRITTEN           PIC 9(08).
001900     05  FILLER                    PIC X(01) VALUE SPACES.
001910     05  RPT-DTL-SENT-CT           PIC ZZ,ZZZ,ZZ9.
001920     05  FILLER                    PIC X(02) VALUE SPACES.
001930     05  RPT-DTL-SENT-AMT          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
001940     05  FILLER                    PIC X(02) VALUE SPACES.
001950     05  RPT-DTL-ACK-CT            PIC ZZ,ZZZ,ZZ9.
001960     05  RPT-DTL-ACK-CT-X REDEFINES RPT-DTL-ACK-CT
001970                                   PIC X(10).
001980     05  FILLER                    PIC X(02) VALUE SPACES.
001990     05  RPT-DTL-ACK-AMT           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002000     05  RPT-DTL-ACK-AMT-X REDEFINES RPT-DTL-ACK-AMT
002010                                   PIC X(18).
002020     05  FILLER                    PIC X(02) VALUE SPACES.
002030     05  RPT-DTL-LOAD-STATUS       PIC X(02).
002040     05  FILLER                    PIC X(02) VALUE SPACES.
002050     05  RPT-DTL-CONSUMER          PIC X(08).
002060     05  FILLER                    PIC X(02) VALUE SPACES.
002070     05  RPT-DTL-RESULT            PIC X(20).
002080 01  RPT-TOTAL-LINE.
002090     05  FILLER                    PIC X(02) VALUE SPACES.
002100     05  RPT-TOT-DESC              PIC X(30).
002110     05  RPT-TOT-COUNT             PIC ZZ,ZZZ,ZZ9.
002120     05  FILLER                    PIC X(90) VALUE SPACES.
002130 01  RPT-BREAK-LINE.
002140     05  FILLER                    PIC X(04) VALUE '*** '.
002150     05  RPT-BRK-COUNT             PIC Z,ZZ9.
002160     05  FILLER                    PIC X(50)
002170         VALUE ' DELIVERIES NOT LOADED IN FULL - HOLD DL140 ***'.
002180     05  FILLER                    PIC X(73) VALUE SPACES.
002190 01  RPT-CLEAN-LINE                PIC X(132) VALUE
002200     'ALL DELIVERIES LOADED IN FULL OR WITHIN THE CUTOFF'.
002210 PROCEDURE DIVISION.
002220*----------------------------------------------------------*
002230*  0000-MAINLINE                                           *
002240*----------------------------------------------------------*
002250 0000-MAINLINE.
002260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002270     PERFORM 2000-LOAD-REGISTER THRU 2000-EXIT
002280         UNTIL WS-DRG-EOF.
002290     PERFORM 3000-MATCH-ACK THRU 3000-EXIT
002300         UNTIL WS-ACK-EOF.
002310     PERFORM 4000-PRINT-HEADINGS THRU 4000-EXIT.
002320     PERFORM 5000-REVIEW-DELIVERY THRU 5000-EXIT
002330         VARYING WS-DRG-SUB FROM 1 BY 1
002340         UNTIL WS-DRG-SUB > WS-DRG-COUNT.
002350     PERFORM 6000-PRINT-SIGN-OFF THRU 6000-EXIT.
002360     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
002370     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002380     GO TO 9999-EXIT.
002390
002400*----------------------------------------------------------*
002410*  1000-INITIALIZE - READ THE OPTIONAL ACKCARD AND OPEN    *
002420*                    FILES.  DELIVREG IS EMPTY BEFORE THE  *
002430*                    FIRST DELIVERY AND ACKIN ON A NIGHT   *
002440*                    NO CONSUMER ANSWERED                  *
002450*----------------------------------------------------------*
002460 1000-INITIALIZE.
002470     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002480     ACCEPT WS-CURRENT-TIME FROM TIME.
002490     MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE.
002500     OPEN INPUT ACK-CARD.
002510     IF WS-CARD-OK
002520         READ ACK-CARD
002530             AT END
002540                 CONTINUE
002550             NOT AT END
002560                 PERFORM 1100-TAKE-CARD THRU 1100-EXIT
002570         END-READ
002580         CLOSE ACK-CARD
002590     END-IF.
002600     COMPUTE WS-AS-OF-INT =
002610         FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE).
002620     DISPLAY "DL240 - MATCHING ACKNOWLEDGEMENTS AS OF "
002630         WS-AS-OF-DATE ", CUTOFF " WS-CUTOFF-DAYS " DAYS".
002640     OPEN INPUT DELIVERY-REG-FILE.
002650     IF NOT WS-DRG-OK
002660         DISPLAY "DL240 - UNABLE TO OPEN DELIVREG, STATUS = "
002670             WS-DRG-STATUS
002680         MOVE 16 TO RETURN-CODE
002690         GO TO 9999-EXIT
002700     END-IF.
002710     OPEN INPUT ACK-FILE.
002720     IF NOT WS-ACK-OK
002730         DISPLAY "DL240 - UNABLE TO OPEN ACKIN, STATUS = "
002740             WS-ACK-STATUS
002750         MOVE 16 TO RETURN-CODE
002760         GO TO 9999-EXIT
002770     END-IF.
002780     OPEN OUTPUT NEW-REG-FILE.
002790     IF NOT WS-NEW-OK
002800         DISPLAY "DL240 - UNABLE TO OPEN REGNEW, STATUS = "
002810             WS-NEW-STATUS
002820         MOVE 16 TO RETURN-CODE
002830         GO TO 9999-EXIT
002840     END-IF.
002850     OPEN OUTPUT REPORT-FILE.
002860     IF NOT WS-REPORT-OK
002870         DISPLAY "DL240 - UNABLE TO OPEN ACKRPT, STATUS = "
002880             WS-REPORT-STATUS
002890         MOVE 16 TO RETURN-CODE
002900         GO TO 9999-EXIT
002910     END-IF.
002920 1000-EXIT.
002930     EXIT.
002940
002950*----------------------------------------------------------*
002960*  1100-TAKE-CARD - APPLY THE ACKCARD OVERRIDES.  A BLANK  *
002970*                   FIELD KEEPS ITS DEFAULT; A BAD ONE IS  *
002980*                   REPORTED AND ALSO KEEPS ITS DEFAULT    *
002990*----------------------------------------------------------*
003000 1100-TAKE-CARD.
003010     IF DL100-AKC-AS-OF-X NOT = SPACES
003020         IF DL100-AKC-AS-OF-DATE IS NUMERIC
003030             AND DL100-AKC-AS-OF-DATE > 0
003040             MOVE DL100-AKC-AS-OF-DATE TO WS-AS-OF-DATE
003050         ELSE
003060             DISPLAY "DL240 - WARNING, ACKCARD AS-OF DATE "
003070                 DL100-AKC-AS-OF-X " INVALID, USING "
003080                 "CURRENT DATE"
003090         END-IF
003100     END-IF.
003110     IF DL100-AKC-CUTOFF-X NOT = SPACES
003120         IF DL100-AKC-CUTOFF-DAYS IS NUMERIC
003130             MOVE DL100-AKC-CUTOFF-DAYS TO WS-CUTOFF-DAYS
003140         ELSE
003150             DISPLAY "DL240 - WARNING, ACKCARD CUTOFF "
003160                 DL100-AKC-CUTOFF-X " INVALID, USING "
003170                 WS-CUTOFF-DAYS " DAYS"
003180         END-IF
003190     END-IF.
003200     IF DL100-AKC-RETAIN-X NOT = SPACES
003210         IF DL100-AKC-RETAIN-DAYS IS NUMERIC
003220             MOVE DL100-AKC-RETAIN-DAYS TO WS-RETAIN-DAYS
003230         ELSE
003240             DISPLAY "DL240 - WARNING, ACKCARD RETENTION "
003250                 DL100-AKC-RETAIN-X " INVALID, USING "
003260                 WS-RETAIN-DAYS " DAYS"
003270         END-IF
003280     END-IF.
003290 1100-EXIT.
003300     EXIT.
003310
003320*----------------------------------------------------------*
003330*  2000-LOAD-REGISTER - TABLE ONE REGISTER RECORD.  THE    *
003340*                       REGISTER IS IN WRITTEN ORDER, SO A *
003350*                       RE-CUT REPLACES THE DELIVERY IT    *
003360*                       FOLLOWS AND A WAIVER APPLIES TO    *
003370*                       WHATEVER WAS DELIVERED BEFORE IT   *
003380*----------------------------------------------------------*
003390 2000-LOAD-REGISTER.
003400     READ DELIVERY-REG-FILE INTO DL100-DELIVERY-RECORD
003410         AT END
003420             SET WS-DRG-EOF TO TRUE
003430             GO TO 2000-EXIT
003440     END-READ.
003450     ADD 1 TO WS-DRG-READ-CT.
003460     IF NOT DL100-DRG-BY-RUN AND NOT DL100-DRG-BY-OPERATOR
003470         OR DL100-DRG-RUN-DATE IS NOT NUMERIC
003480         OR DL100-DRG-RUN-DATE = 0
003490         DISPLAY "DL240 - ERROR, DELIVREG RECORD "
003500             WS-DRG-READ-CT " INVALID, TYPE '"
003510             DL100-DRG-ENTRY-TYPE "' RUN DATE "
003520             DL100-DRG-RUN-DATE ", IGNORED"
003530         ADD 1 TO WS-DRG-BAD-CT
003540         IF RETURN-CODE < 8
003550             MOVE 8 TO RETURN-CODE
003560         END-IF
003570         GO TO 2000-EXIT
003580     END-IF.
003590     MOVE DL100-DRG-KEY TO WS-SEARCH-KEY.
003600     PERFORM 2900-FIND-DELIVERY THRU 2900-EXIT.
003610     IF DL100-DRG-BY-OPERATOR
003620         PERFORM 2200-APPLY-WAIVER THRU 2200-EXIT
003630         GO TO 2000-EXIT
003640     END-IF.
003650     IF DL100-DRG-REC-COUNT IS NOT NUMERIC
003660         OR DL100-DRG-AMOUNT-TOTAL IS NOT NUMERIC
003670         DISPLAY "DL240 - ERROR, DELIVREG RECORD "
003680             WS-DRG-READ-CT " FOR " DL100-DRG-DATASET " "
003690             DL100-DRG-RUN-DATE " HAS NON-NUMERIC TOTALS, "
003700             "IGNORED"
003710         ADD 1 TO WS-DRG-BAD-CT
003720         IF RETURN-CODE < 8
003730             MOVE 8 TO RETURN-CODE
003740         END-IF
003750         GO TO 2000-EXIT
003760     END-IF.
003770     IF WS-FOUND
003780         PERFORM 2100-REPLACE-DELIVERY THRU 2100-EXIT
003790         GO TO 2000-EXIT
003800     END-IF.
003810     IF WS-DRG-COUNT NOT < WS-DRG-MAX
003820         DISPLAY "DL240 - DELIVERY TABLE FULL AT "
003830             WS-DRG-MAX " ENTRIES, REGISTER NOT REWRITTEN"
003840         MOVE 16 TO RETURN-CODE
003850         GO TO 9999-EXIT
003860     END-IF.
003870     ADD 1 TO WS-DRG-COUNT.
003880     SET DRG-IX TO WS-DRG-COUNT.
003890     MOVE WS-SEARCH-KEY TO WS-DRG-ENT-KEY (DRG-IX).
003900     MOVE 'N' TO WS-DRG-ENT-TOUCHED (DRG-IX).
003910     MOVE DL100-DELIVERY-RECORD TO WS-DRG-ENT-IMAGE (DRG-IX).
003920 2000-EXIT.
003930     EXIT.
003940
003950*----------------------------------------------------------*
003960*  2100-REPLACE-DELIVERY - A LATER 'D' RECORD FOR A KEY    *
003970*                          ALREADY HELD IS A RE-CUT OF THE *
003980*                          FILE.  WHATEVER WAS SAID ABOUT  *
003990*                          THE OLD CUT NO LONGER APPLIES   *
004000*----------------------------------------------------------*
004010 2100-REPLACE-DELIVERY.
004020     DISPLAY "DL240 - " DL100-DRG-DATASET " FOR "
004030         DL100-DRG-RUN-DATE " INSTANCE '"
004040         DL100-DRG-INSTANCE-ID "' RE-CUT AT "
004050         DL100-DRG-WRITTEN-DATE " " DL100-DRG-WRITTEN-TIME
004060         ", EARLIER CUT REPLACED".
004070     ADD 1 TO WS-DRG-RECUT-CT.
004080     MOVE SPACE  TO DL100-DRG-ACK-STATE.
004090     MOVE SPACES TO DL100-DRG-ACK-CONSUMER.
004100     MOVE SPACES TO DL100-DRG-ACK-LOAD-STATUS.
004110     MOVE ZEROES TO DL100-DRG-ACK-DATE.
004120     MOVE ZEROES TO DL100-DRG-ACK-TIME.
004130     MOVE ZEROES TO DL100-DRG-ACK-COUNT.
004140     MOVE ZEROES TO DL100-DRG-ACK-AMOUNT.
004150     MOVE DL100-DELIVERY-RECORD TO WS-DRG-ENT-IMAGE (DRG-IX).
004160     MOVE 'Y' TO WS-DRG-ENT-TOUCHED (DRG-IX).
004170 2100-EXIT.
004180     EXIT.
004190
004200*----------------------------------------------------------*
004210*  2200-APPLY-WAIVER - AN OPERATOR 'O' RECORD CLEARS A     *
004220*                      DELIVERY THAT WILL NEVER BE         *
004230*                      ACKNOWLEDGED.  THE WAIVER RIDES ON  *
004240*                      THE DELIVERY AS ITS ACKNOWLEDGEMENT *
004250*----------------------------------------------------------*
004260 2200-APPLY-WAIVER.
004270     IF NOT WS-FOUND
004280         DISPLAY "DL240 - WARNING, WAIVER FOR "
004290             DL100-DRG-DATASET " " DL100-DRG-RUN-DATE
004300             " INSTANCE '" DL100-DRG-INSTANCE-ID
004310             "' MATCHES NO DELIVERY, IGNORED"
004320         ADD 1 TO WS-DRG-BAD-CT
004330         IF RETURN-CODE < 4
004340             MOVE 4 TO RETURN-CODE
004350         END-IF
004360         GO TO 2200-EXIT
004370     END-IF.
004380     MOVE DL100-DRG-ACK-CONSUMER TO WS-WAIVED-BY.
004390     MOVE DL100-DRG-WRITTEN-DATE TO WS-WAIVED-DATE.
004400     MOVE WS-DRG-ENT-IMAGE (DRG-IX) TO DL100-DELIVERY-RECORD.
004410     SET DL100-DRG-WAIVED TO TRUE.
004420     MOVE WS-WAIVED-BY           TO DL100-DRG-ACK-CONSUMER.
004430     MOVE WS-WAIVED-DATE         TO DL100-DRG-ACK-DATE.
004440     MOVE ZEROES                 TO DL100-DRG-ACK-TIME.
004450     MOVE ZEROES                 TO DL100-DRG-ACK-COUNT.
004460     MOVE ZEROES                 TO DL100-DRG-ACK-AMOUNT.
004470     MOVE SPACES                 TO DL100-DRG-ACK-LOAD-STATUS.
004480     MOVE DL100-DELIVERY-RECORD TO WS-DRG-ENT-IMAGE (DRG-IX).
004490     MOVE 'Y' TO WS-DRG-ENT-TOUCHED (DRG-IX).
004500     ADD 1 TO WS-DRG-WAIVER-CT.
004510     DISPLAY "DL240 - " DL100-DRG-DATASET " FOR "
004520         DL100-DRG-RUN-DATE " INSTANCE '"
004530         DL100-DRG-INSTANCE-ID "' WAIVED BY "
004540         DL100-DRG-ACK-CONSUMER.
004550 2200-EXIT.
004560     EXIT.
004570
004580*----------------------------------------------------------*
004590*  2900-FIND-DELIVERY - LOOK UP WS-SEARCH-KEY.  SETS       *
004600*                       WS-FOUND AND LEAVES DRG-IX ON THE  *
004610*                       ENTRY                              *
004620*----------------------------------------------------------*
004630 2900-FIND-DELIVERY.
004640     MOVE 'N' TO WS-FOUND-SW.
004650     SET DRG-IX TO 1.
004660     SEARCH WS-DRG-ENTRY
004670         AT END
004680             CONTINUE
004690         WHEN DRG-IX > WS-DRG-COUNT
004700             CONTINUE
004710         WHEN WS-DRG-ENT-KEY (DRG-IX) = WS-SEARCH-KEY
004720             SET WS-FOUND TO TRUE
004730     END-SEARCH.
004740 2900-EXIT.
004750     EXIT.
004760
004770*----------------------------------------------------------*
004780*  3000-MATCH-ACK - MATCH ONE ACKNOWLEDGEMENT TO THE       *
004790*                   DELIVERY IT ANSWERS AND GRADE IT       *
004800*                   AGAINST THE TOTALS WE WROTE            *
004810*----------------------------------------------------------*
004820 3000-MATCH-ACK.
004830     READ ACK-FILE
004840         AT END
004850             SET WS-ACK-EOF TO TRUE
004860             GO TO 3000-EXIT
004870     END-READ.
004880     ADD 1 TO WS-ACK-READ-CT.
004890     IF NOT DL100-ACK-KNOWN-DATASET
004900         OR DL100-ACK-RUN-DATE IS NOT NUMERIC
004910         OR DL100-ACK-LOAD-DATE IS NOT NUMERIC
004920         OR DL100-ACK-LOAD-TIME IS NOT NUMERIC
004930         OR DL100-ACK-REC-COUNT IS NOT NUMERIC
004940         OR DL100-ACK-AMOUNT-TOTAL IS NOT NUMERIC
004950         OR NOT DL100-ACK-VALID-STATUS
004960         DISPLAY "DL240 - ERROR, ACKNOWLEDGEMENT "
004970             WS-ACK-READ-CT " FROM " DL100-ACK-CONSUMER
004980             " INVALID, IGNORED"
004990         ADD 1 TO WS-ACK-BAD-CT
005000         IF RETURN-CODE < 8
005010             MOVE 8 TO RETURN-CODE
005020         END-IF
005030         GO TO 3000-EXIT
005040     END-IF.
005050     MOVE DL100-ACK-KEY TO WS-SEARCH-KEY.
005060     PERFORM 2900-FIND-DELIVERY THRU 2900-EXIT.
005070     IF NOT WS-FOUND
005080         DISPLAY "DL240 - WARNING, ACKNOWLEDGEMENT FROM "
005090             DL100-ACK-CONSUMER " FOR " DL100-ACK-DATASET " "
005100             DL100-ACK-RUN-DATE " INSTANCE '"
005110             DL100-ACK-INSTANCE-ID "' MATCHES NO DELIVERY"
005120         ADD 1 TO WS-ACK-UNKNOWN-CT
005130         IF RETURN-CODE < 4
005140             MOVE 4 TO RETURN-CODE
005150         END-IF
005160         GO TO 3000-EXIT
005170     END-IF.
005180     MOVE WS-DRG-ENT-IMAGE (DRG-IX) TO DL100-DELIVERY-RECORD.
005190*    A LOAD FROM BEFORE THE DELIVERY WAS WRITTEN ANSWERS AN
005200*    EARLIER CUT OF THE FILE, NOT THE ONE NOW ON THE REGISTER
005210     IF DL100-ACK-LOAD-DATE < DL100-DRG-WRITTEN-DATE
005220         OR (DL100-ACK-LOAD-DATE = DL100-DRG-WRITTEN-DATE
005230         AND DL100-ACK-LOAD-TIME < DL100-DRG-WRITTEN-TIME)
005240         DISPLAY "DL240 - WARNING, ACKNOWLEDGEMENT FROM "
005250             DL100-ACK-CONSUMER " FOR " DL100-ACK-DATASET " "
005260             DL100-ACK-RUN-DATE " PREDATES THE CUT ON FILE, "
005270             "IGNORED"
005280         ADD 1 TO WS-ACK-STALE-CT
005290         IF RETURN-CODE < 4
005300             MOVE 4 TO RETURN-CODE
005310         END-IF
005320         GO TO 3000-EXIT
005330     END-IF.
005340*    THE LATEST WORD ON A DELIVERY STANDS, SO A RELOAD
005350*    CLEARS AN EARLIER FAILURE BUT A LATE-ARRIVING OLD
005360*    ACKNOWLEDGEMENT CANNOT OVERTURN A NEWER ONE
005370     IF DL100-DRG-ACK-DATE IS NUMERIC
005380         AND DL100-DRG-ACK-TIME IS NUMERIC
005390         IF DL100-ACK-LOAD-DATE < DL100-DRG-ACK-DATE
005400             OR (DL100-ACK-LOAD-DATE = DL100-DRG-ACK-DATE
005410             AND DL100-ACK-LOAD-TIME < DL100-DRG-ACK-TIME)
005420             DISPLAY "DL240 - WARNING, ACKNOWLEDGEMENT FROM "
005430                 DL100-ACK-CONSUMER " FOR "
005440                 DL100-ACK-DATASET " " DL100-ACK-RUN-DATE
005450                 " OLDER THAN THE ONE ON FILE, IGNORED"
005460             ADD 1 TO WS-ACK-STALE-CT
005470             IF RETURN-CODE < 4
005480                 MOVE 4 TO RETURN-CODE
005490             END-IF
005500             GO TO 3000-EXIT
005510         END-IF
005520     END-IF.
005530     ADD 1 TO WS-ACK-MATCHED-CT.
005540     MOVE DL100-ACK-CONSUMER     TO DL100-DRG-ACK-CONSUMER.
005550     MOVE DL100-ACK-LOAD-DATE    TO DL100-DRG-ACK-DATE.
005560     MOVE DL100-ACK-LOAD-TIME    TO DL100-DRG-ACK-TIME.
005570     MOVE DL100-ACK-REC-COUNT    TO DL100-DRG-ACK-COUNT.
005580     MOVE DL100-ACK-AMOUNT-TOTAL TO DL100-DRG-ACK-AMOUNT.
005590     MOVE DL100-ACK-LOAD-STATUS  TO DL100-DRG-ACK-LOAD-STATUS.
005600*    A SHORT COUNT EXPLAINS ITS OWN AMOUNT DIFFERENCE, SO
005610*    IT IS GRADED AHEAD OF THE AMOUNT TEST
005620     EVALUATE TRUE
005630         WHEN DL100-ACK-FAILED
005640             SET DL100-DRG-LOAD-FAILED TO TRUE
005650         WHEN DL100-ACK-PARTIAL
005660             SET DL100-DRG-SHORT-LOADED TO TRUE
005670         WHEN DL100-ACK-REC-COUNT < DL100-DRG-REC-COUNT
005680             SET DL100-DRG-SHORT-LOADED TO TRUE
005690         WHEN DL100-ACK-REC-COUNT > DL100-DRG-REC-COUNT
005700             SET DL100-DRG-MISMATCHED TO TRUE
005710         WHEN DL100-ACK-AMOUNT-TOTAL
005720                 NOT = DL100-DRG-AMOUNT-TOTAL
005730             SET DL100-DRG-MISMATCHED TO TRUE
005740         WHEN OTHER
005750             SET DL100-DRG-LOADED TO TRUE
005760     END-EVALUATE.
005770     MOVE DL100-DELIVERY-RECORD TO WS-DRG-ENT-IMAGE (DRG-IX).
005780     MOVE 'Y' TO WS-DRG-ENT-TOUCHED (DRG-IX).
005790 3000-EXIT.
005800     EXIT.
005810
005820*----------------------------------------------------------*
005830*  4000-PRINT-HEADINGS - ACKRPT PAGE HEADINGS              *
005840*----------------------------------------------------------*
005850 4000-PRINT-HEADINGS.
005860     MOVE WS-CURRENT-DATE TO RPT-HDG-DATE.
005870     MOVE WS-CURRENT-TIME TO RPT-HDG-TIME.
005880     WRITE REPORT-LINE FROM RPT-HEADING-1.
005890     MOVE WS-AS-OF-DATE   TO RPT-HDG-AS-OF.
005900     MOVE WS-CUTOFF-DAYS  TO RPT-HDG-CUTOFF.
005910     MOVE WS-RETAIN-DAYS  TO RPT-HDG-RETAIN.
005920     WRITE REPORT-LINE FROM RPT-HEADING-2.
005930     MOVE SPACES TO REPORT-LINE.
005940     WRITE REPORT-LINE.
005950     WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.
005960 4000-EXIT.
005970     EXIT.
005980
005990*----------------------------------------------------------*
006000*  5000-REVIEW-DELIVERY - AGE ONE DELIVERY AGAINST THE     *
006010*                         CUTOFF, PRINT IT IF IT IS STILL  *
006020*                         OPEN OR WAS SETTLED TONIGHT, AND *
006030*                         CARRY IT TO REGNEW UNLESS IT HAS *
006040*                         BEEN RESOLVED LONGER THAN THE    *
006050*                         RETENTION PERIOD                 *
006060*----------------------------------------------------------*
006070 5000-REVIEW-DELIVERY.
006080     SET DRG-IX TO WS-DRG-SUB.
006090     MOVE WS-DRG-ENT-IMAGE (DRG-IX) TO DL100-DELIVERY-RECORD.
006100     COMPUTE WS-AGE-DAYS = WS-AS-OF-INT
006110         - FUNCTION INTEGER-OF-DATE (DL100-DRG-RUN-DATE).
006120     IF DL100-DRG-AWAITING OR DL100-DRG-OVERDUE
006130         IF WS-AGE-DAYS NOT < WS-CUTOFF-DAYS
006140             SET DL100-DRG-OVERDUE TO TRUE
006150         ELSE
006160             SET DL100-DRG-AWAITING TO TRUE
006170         END-IF
006180     END-IF.
006190     EVALUATE TRUE
006200         WHEN DL100-DRG-LOADED
006210             MOVE 'LOADED IN FULL' TO WS-RESULT-TEXT
006220             ADD 1 TO WS-LOADED-CT
006230         WHEN DL100-DRG-WAIVED
006240             MOVE 'WAIVED' TO WS-RESULT-TEXT
006250             ADD 1 TO WS-WAIVED-CT
006260         WHEN DL100-DRG-AWAITING
006270             MOVE 'AWAITING ACK' TO WS-RESULT-TEXT
006280             ADD 1 TO WS-AWAITING-CT
006290         WHEN DL100-DRG-OVERDUE
006300             MOVE '** NOT ACKNOWLEDGED' TO WS-RESULT-TEXT
006310             ADD 1 TO WS-OVERDUE-CT
006320         WHEN DL100-DRG-SHORT-LOADED
006330             MOVE '** SHORT-LOADED' TO WS-RESULT-TEXT
006340             ADD 1 TO WS-SHORT-CT
006350         WHEN DL100-DRG-MISMATCHED
006360             MOVE '** AMOUNT MISMATCH' TO WS-RESULT-TEXT
006370             ADD 1 TO WS-MISMATCH-CT
006380         WHEN OTHER
006390             MOVE '** LOAD FAILED' TO WS-RESULT-TEXT
006400             ADD 1 TO WS-FAILED-CT
006410     END-EVALUATE.
006420     IF NOT DL100-DRG-RESOLVED AND NOT DL100-DRG-AWAITING
006430         ADD 1 TO WS-UNRESOLVED-CT
006440     END-IF.
006450     IF NOT DL100-DRG-RESOLVED
006460         OR WS-DRG-ENT-TOUCHED (DRG-IX) = 'Y'
006470         PERFORM 5100-PRINT-DELIVERY THRU 5100-EXIT
006480     END-IF.
006490     IF DL100-DRG-RESOLVED
006500         AND WS-AGE-DAYS > WS-RETAIN-DAYS
006510         ADD 1 TO WS-AGED-OFF-CT
006520         GO TO 5000-EXIT
006530     END-IF.
006540     MOVE 'D' TO DL100-DRG-ENTRY-TYPE.
006550     WRITE REGNEW-RECORD FROM DL100-DELIVERY-RECORD.
006560     ADD 1 TO WS-KEPT-CT.
006570 5000-EXIT.
006580     EXIT.
006590
006600*----------------------------------------------------------*
006610*  5100-PRINT-DELIVERY - ONE ACKRPT DETAIL LINE            *
006620*----------------------------------------------------------*
006630 5100-PRINT-DELIVERY.
006640     MOVE DL100-DRG-DATASET      TO RPT-DTL-DATASET.
006650     MOVE DL100-DRG-RUN-DATE     TO RPT-DTL-RUN-DATE.
006660     MOVE DL100-DRG-INSTANCE-ID  TO RPT-DTL-INSTANCE.
006670     MOVE DL100-DRG-WRITTEN-DATE TO RPT-DTL-WRITTEN.
006680     MOVE DL100-DRG-REC-COUNT    TO RPT-DTL-SENT-CT.
006690     MOVE DL100-DRG-AMOUNT-TOTAL TO RPT-DTL-SENT-AMT.
006700     MOVE DL100-DRG-ACK-LOAD-STATUS TO RPT-DTL-LOAD-STATUS.
006710     MOVE DL100-DRG-ACK-CONSUMER TO RPT-DTL-CONSUMER.
006720     MOVE WS-RESULT-TEXT         TO RPT-DTL-RESULT.
006730*    NO COUNT OR AMOUNT CAME BACK FOR A DELIVERY STILL
006740*    WAITING OR WAIVED, SO THOSE COLUMNS STAY BLANK
006750     IF DL100-DRG-AWAITING OR DL100-DRG-OVERDUE
006760         OR DL100-DRG-WAIVED
006770         MOVE SPACES TO RPT-DTL-ACK-CT-X
006780         MOVE SPACES TO RPT-DTL-ACK-AMT-X
006790     ELSE
006800         MOVE DL100-DRG-ACK-COUNT  TO RPT-DTL-ACK-CT
006810         MOVE DL100-DRG-ACK-AMOUNT TO RPT-DTL-ACK-AMT
006820     END-IF.
006830     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
006840 5100-EXIT.
006850     EXIT.
006860
006870*----------------------------------------------------------*
006880*  6000-PRINT-SIGN-OFF - TOTALS AND THE HOLD DECISION      *
006890*----------------------------------------------------------*
006900 6000-PRINT-SIGN-OFF.
006910     MOVE SPACES TO REPORT-LINE.
006920     WRITE REPORT-LINE.
006930     MOVE 'DELIVERIES ON REGISTER' TO RPT-TOT-DESC.
006940     MOVE WS-DRG-COUNT TO RPT-TOT-COUNT.
006950     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
006960     MOVE '  LOADED IN FULL' TO RPT-TOT-DESC.
006970     MOVE WS-LOADED-CT TO RPT-TOT-COUNT.
006980     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
006990     MOVE '  WAIVED' TO RPT-TOT-DESC.
007000     MOVE WS-WAIVED-CT TO RPT-TOT-COUNT.
007010     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
007020     MOVE '  AWAITING, WITHIN CUTOFF' TO RPT-TOT-DESC.
007030     MOVE WS-AWAITING-CT TO RPT-TOT-COUNT.
007040     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
007050     MOVE '  NOT ACKNOWLEDGED' TO RPT-TOT-DESC.
007060     MOVE WS-OVERDUE-CT TO RPT-TOT-COUNT.
007070     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
007080     MOVE '  SHORT-LOADED' TO RPT-TOT-DESC.
007090     MOVE WS-SHORT-CT TO RPT-TOT-COUNT.
007100     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
007110     MOVE '  AMOUNT MISMATCH' TO RPT-TOT-DESC.
007120     MOVE WS-MISMATCH-CT TO RPT-TOT-COUNT.
007130     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
007140     MOVE '  LOAD FAILED' TO RPT-TOT-DESC.
007150     MOVE WS-FAILED-CT TO RPT-TOT-COUNT.
007160     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
007170     MOVE 'ACKNOWLEDGEMENTS MATCHED' TO RPT-TOT-DESC.
007180     MOVE WS-ACK-MATCHED-CT TO RPT-TOT-COUNT.
007190     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
007200     MOVE 'ACKNOWLEDGEMENTS NOT MATCHED' TO RPT-TOT-DESC.
007210     COMPUTE RPT-TOT-COUNT = WS-ACK-UNKNOWN-CT
007220         + WS-ACK-STALE-CT + WS-ACK-BAD-CT.
007230     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
007240     MOVE SPACES TO REPORT-LINE.
007250     WRITE REPORT-LINE.
007260     IF WS-UNRESOLVED-CT > 0
007270         MOVE WS-UNRESOLVED-CT TO RPT-BRK-COUNT
007280         WRITE REPORT-LINE FROM RPT-BREAK-LINE
007290         IF RETURN-CODE < 12
007300             MOVE 12 TO RETURN-CODE
007310         END-IF
007320     ELSE
007330         WRITE REPORT-LINE FROM RPT-CLEAN-LINE
007340     END-IF.
007350 6000-EXIT.
007360     EXIT.
007370
007380*----------------------------------------------------------*
007390*  8000-PRINT-SUMMARY - CONSOLE TOTALS FOR THE JOB LOG     *
007400*----------------------------------------------------------*
007410 8000-PRINT-SUMMARY.
007420     DISPLAY "DL240 - RUN SUMMARY".
007430     DISPLAY "  REGISTER RECORDS   = " WS-DRG-READ-CT.
007440     DISPLAY "  RE-CUT DELIVERIES  = " WS-DRG-RECUT-CT.
007450     DISPLAY "  WAIVERS APPLIED    = " WS-DRG-WAIVER-CT.
007460     DISPLAY "  BAD REGISTER RECS  = " WS-DRG-BAD-CT.
007470     DISPLAY "  ACKS READ          = " WS-ACK-READ-CT.
007480     DISPLAY "  ACKS MATCHED       = " WS-ACK-MATCHED-CT.
007490     DISPLAY "  ACKS UNMATCHED     = " WS-ACK-UNKNOWN-CT.
007500     DISPLAY "  ACKS SUPERSEDED    = " WS-ACK-STALE-CT.
007510     DISPLAY "  ACKS INVALID       = " WS-ACK-BAD-CT.
007520     DISPLAY "  LOADED IN FULL     = " WS-LOADED-CT.
007530     DISPLAY "  AWAITING ACK       = " WS-AWAITING-CT.
007540     DISPLAY "  NOT ACKNOWLEDGED   = " WS-OVERDUE-CT.
007550     DISPLAY "  SHORT-LOADED       = " WS-SHORT-CT.
007560     DISPLAY "  AMOUNT MISMATCH    = " WS-MISMATCH-CT.
007570     DISPLAY "  LOAD FAILED        = " WS-FAILED-CT.
007580     DISPLAY "  REGNEW RECORDS     = " WS-KEPT-CT.
007590     DISPLAY "  AGED OFF REGISTER  = " WS-AGED-OFF-CT.
007600     IF WS-UNRESOLVED-CT > 0
007610         DISPLAY "DL240 - DELIVERIES NOT LOADED IN FULL, HOLD "
007620             "DL140 UNTIL ACKRPT IS RESOLVED"
007630     END-IF.
007640 8000-EXIT.
007650     EXIT.
007660
007670*----------------------------------------------------------*
007680*  9000-TERMINATE - CLOSE FILES                            *
007690*----------------------------------------------------------*
007700 9000-TERMINATE.
007710     CLOSE DELIVERY-REG-FILE.
007720     CLOSE ACK-FILE.
007730     CLOSE NEW-REG-FILE.
007740     CLOSE REPORT-FILE.
007750 9000-EXIT.
007760     EXIT.
007770
007780 9999-EXIT.
007790     STOP RUN.
