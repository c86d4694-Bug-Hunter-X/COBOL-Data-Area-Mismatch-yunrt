000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DL270.
000030 AUTHOR. R L HENNESSY.
000040 INSTALLATION. DATA CENTER OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                    *
000090*----------------------------------------------------------*
000100*  DATE       INIT  DESCRIPTION                            *
000110*  10/15/26   RLH   NEW DAILY OPERATIONS KPI EXTRACT FOR   *
000120*                   THE MANAGEMENT DASHBOARD, WHICH WAS    *
000130*                   BEING RE-KEYED EVERY MORNING FROM THE  *
000140*                   DL100RPT, DL100TRD, DL150 AND DL170    *
000150*                   PRINT.  WRITES ONE COMMA-DELIMITED     *
000160*                   KPIOUT DATASET FOR THE BUSINESS DATE:  *
000170*                   RUNHIST COUNTS, ELAPSED TIME AND       *
000180*                   BREAKER/QUIESCE OUTCOME PER RUN,       *
000190*                   TRNJRNL APPLY ADD/UPDATE/DELETE COUNTS *
000200*                   PER RUN AND REGION, AUDARCH COUNTS BY  *
000210*                   REASON CODE PER REGION, THE SUSPENSE   *
000220*                   BACKLOG AND ITS AGE PER REGION, AND    *
000230*                   THE DECISLOG APPROVE/REJECT COUNTS.    *
000240*                   ONE METRIC PER ROW UNDER A FIXED       *
000250*                   HEADER ROW, SO THE DASHBOARD LOADS IT  *
000260*                   UNATTENDED AND NEW METRICS NEVER MOVE  *
000270*                   A COLUMN.  RUN IT AT THE END OF THE    *
000280*                   NIGHT'S STREAM, AFTER DL160 AND DL180. *
000290*  10/15/26   RLH   A RUNHIST ROW IS NOW KEYED AND DATED   *
000300*                   ON ITS RUN START (THE END TIME LESS    *
000310*                   THE ELAPSED SECONDS, ACROSS MIDNIGHT), *
000320*                   TO THE WHOLE SECOND, THE SAME AS ITS   *
000330*                   TRNJRNL APPLY ROWS, SO THE TWO JOIN ON *
000340*                   RUN_TIME.                              *
000350*----------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT KPI-CARD ASSIGN TO "KPICARD"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-CARD-STATUS.
000450     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-HIST-STATUS.
000480     SELECT OPTIONAL TRANS-JOURNAL-FILE ASSIGN TO "TRNJRNL"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-JNL-STATUS.
000510     SELECT OPTIONAL AUDIT-ARCHIVE ASSIGN TO "AUDARCH"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-AARC-STATUS.
000540     SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-SUS-STATUS.
000570     SELECT OPTIONAL DECISION-LOG ASSIGN TO "DECISLOG"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-DEC-STATUS.
000600     SELECT KPI-OUT-FILE ASSIGN TO "KPIOUT"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-KPI-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  KPI-CARD
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680     COPY DL100KPC.
000690 FD  RUN-HISTORY-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720     COPY DL100HST.
000730 FD  TRANS-JOURNAL-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760     COPY DL100JNL.
000770 FD  AUDIT-ARCHIVE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800     COPY DL100AAR.
000810 FD  SUSPENSE-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840     COPY DL100SUS.
000850 FD  DECISION-LOG
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880     COPY DL100DEC.
000890*----------------------------------------------------------*
000900*  KPIOUT - ONE COMMA-DELIMITED ROW PER METRIC, BLANK      *
000910*  PADDED TO THE RECORD LENGTH, UNDER THE HEADER ROW       *
000920*    BUSINESS_DATE,SOURCE,RUN_TIME,RUN_MODE,REGION,        *
000930*    METRIC,VALUE                                          *
000940*  RUN_TIME AND RUN_MODE ARE EMPTY ON A DAY TOTAL, REGION  *
000950*  IS 'ALL' ON A TOTAL ACROSS REGIONS AND EMPTY WHERE THE  *
000960*  SOURCE RECORD CARRIED NONE.  VALUE IS A WHOLE NUMBER.   *
000970*  A COUNT THAT IS NOT ON THE EXTRACT IS ZERO              *
000980*----------------------------------------------------------*
000990 FD  KPI-OUT-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020 01  KPI-OUT-RECORD                PIC X(100).
001030 WORKING-STORAGE SECTION.
001040*----------------------------------------------------------*
001050*  RUN CONTROL SWITCHES                                    *
001060*----------------------------------------------------------*
001070 01  WS-SWITCHES.
001080     05  WS-HIST-EOF-SW            PIC X(01)  VALUE 'N'.
001090         88  WS-HIST-EOF                      VALUE 'Y'.
001100     05  WS-JNL-EOF-SW             PIC X(01)  VALUE 'N'.
001110         88  WS-JNL-EOF                       VALUE 'Y'.
001120     05  WS-AARC-EOF-SW            PIC X(01)  VALUE 'N'.
001130         88  WS-AARC-EOF                      VALUE 'Y'.
001140     05  WS-SUS-EOF-SW             PIC X(01)  VALUE 'N'.
001150         88  WS-SUS-EOF                       VALUE 'Y'.
001160     05  WS-DEC-EOF-SW             PIC X(01)  VALUE 'N'.
001170         88  WS-DEC-EOF                       VALUE 'Y'.
001180     05  WS-KPI-FOUND-SW           PIC X(01)  VALUE 'N'.
001190         88  WS-KPI-FOUND                     VALUE 'Y'.
001200     05  WS-KPI-FULL-SW            PIC X(01)  VALUE 'N'.
001210         88  WS-KPI-FULL                      VALUE 'Y'.
001220 01  WS-CARD-STATUS                PIC X(02)  VALUE SPACES.
001230     88  WS-CARD-OK                           VALUE '00'.
001240 01  WS-HIST-STATUS                PIC X(02)  VALUE SPACES.
001250     88  WS-HIST-OK                           VALUE '00' '05'.
001260 01  WS-JNL-STATUS                 PIC X(02)  VALUE SPACES.
001270     88  WS-JNL-OK                            VALUE '00' '05'.
001280 01  WS-AARC-STATUS                PIC X(02)  VALUE SPACES.
001290     88  WS-AARC-OK                           VALUE '00' '05'.
001300 01  WS-SUS-STATUS                 PIC X(02)  VALUE SPACES.
001310     88  WS-SUS-OK                            VALUE '00' '05'.
001320 01  WS-DEC-STATUS                 PIC X(02)  VALUE SPACES.
001330     88  WS-DEC-OK                            VALUE '00' '05'.
001340 01  WS-KPI-STATUS                 PIC X(02)  VALUE SPACES.
001350     88  WS-KPI-OK                            VALUE '00'.
001360 01  WS-CURRENT-DATE               PIC 9(08)  VALUE ZEROES.
001370*----------------------------------------------------------*
001380*  BUSINESS DATE - KPICARD OVERRIDES THE CURRENT DATE      *
001390*----------------------------------------------------------*
001400 01  WS-BUSINESS-DATE              PIC 9(08)  VALUE ZEROES.
001410 01  WS-BUSINESS-INT               PIC 9(08)  VALUE ZEROES COMP.
001420 01  WS-AGE-DAYS                   PIC S9(08) VALUE ZEROES COMP.
001430*----------------------------------------------------------*
001440*  RUN START.  RUNHIST CARRIES THE END OF A RUN BUT THE    *
001450*  JOURNAL CARRIES ITS START, SO A RUN IS KEYED ON THE     *
001460*  START, TO THE WHOLE SECOND, ON BOTH                     *
001470*----------------------------------------------------------*
001480 01  WS-RUN-END-TIME               PIC 9(08)  VALUE ZEROES.
001490 01  WS-RUN-END-TIME-R REDEFINES WS-RUN-END-TIME.
001500     05  WS-RUN-END-HH             PIC 9(02).
001510     05  WS-RUN-END-MM             PIC 9(02).
001520     05  WS-RUN-END-SS             PIC 9(02).
001530     05  FILLER                    PIC 9(02).
001540 01  WS-RUN-START-DATE             PIC 9(08)  VALUE ZEROES.
001550 01  WS-RUN-START-TIME             PIC 9(08)  VALUE ZEROES.
001560 01  WS-RUN-START-TIME-R REDEFINES WS-RUN-START-TIME.
001570     05  WS-RUN-START-HH           PIC 9(02).
001580     05  WS-RUN-START-MM           PIC 9(02).
001590     05  WS-RUN-START-SS           PIC 9(02).
001600     05  WS-RUN-START-CC           PIC 9(02).
001610 01  WS-RUN-START-SEC              PIC S9(06) VALUE ZEROES COMP.
001620 01  WS-RUN-REM-SEC                PIC 9(04)  VALUE ZEROES COMP.
001630 01  WS-RUN-START-INT              PIC 9(08)  VALUE ZEROES COMP.
001640*----------------------------------------------------------*
001650*  RECORD COUNTS                                           *
001660*----------------------------------------------------------*
001670 01  WS-HIST-CT                    PIC 9(08)  VALUE ZEROES COMP.
001680 01  WS-RUN-CT                     PIC 9(08)  VALUE ZEROES COMP.
001690 01  WS-JNL-CT                     PIC 9(08)  VALUE ZEROES COMP.
001700 01  WS-AARC-CT                    PIC 9(08)  VALUE ZEROES COMP.
001710 01  WS-SUS-CT                     PIC 9(08)  VALUE ZEROES COMP.
001720 01  WS-DEC-CT                     PIC 9(08)  VALUE ZEROES COMP.
001730 01  WS-ROW-CT                     PIC 9(08)  VALUE ZEROES COMP.
001740*----------------------------------------------------------*
001750*  KPI TABLE - ONE ENTRY PER SOURCE, RUN, REGION AND       *
001760*  METRIC, IN THE ORDER FIRST MET.  WS-HIT-KEY IS THE      *
001770*  ENTRY BEING ADDED TO                                    *
001780*----------------------------------------------------------*
001790 01  WS-KPI-MAX                    PIC 9(04)  VALUE 5000 COMP.
001800 01  WS-KPI-SUB                    PIC 9(04)  VALUE ZEROES COMP.
001810 01  WS-KPI-TABLE.
001820     05  WS-KPI-COUNT              PIC 9(04)  VALUE ZEROES COMP.
001830     05  WS-KPI-ENTRY OCCURS 5000 TIMES
001840             INDEXED BY KPI-IX.
001850         10  WS-KPI-KEY.
001860             15  WS-KPI-SOURCE     PIC X(08).
001870             15  WS-KPI-RUN-TIME   PIC X(08).
001880             15  WS-KPI-RUN-MODE   PIC X(01).
001890             15  WS-KPI-REGION     PIC X(03).
001900             15  WS-KPI-METRIC     PIC X(20).
001910         10  WS-KPI-VALUE          PIC S9(11) COMP-3.
001920 01  WS-HIT-KEY.
001930     05  WS-HIT-SOURCE             PIC X(08)  VALUE SPACES.
001940     05  WS-HIT-RUN-TIME           PIC X(08)  VALUE SPACES.
001950     05  WS-HIT-RUN-MODE           PIC X(01)  VALUE SPACES.
001960     05  WS-HIT-REGION             PIC X(03)  VALUE SPACES.
001970     05  WS-HIT-METRIC             PIC X(20)  VALUE SPACES.
001980 01  WS-HIT-VALUE                  PIC S9(11) VALUE ZEROES
001990                                   COMP-3.
002000 01  WS-REGION-CD                  PIC X(03)  VALUE SPACES.
002010 01  WS-REASON-CD                  PIC X(02)  VALUE SPACES.
002020     COPY DL100AUD.
002030*----------------------------------------------------------*
002040*  DELIMITED ROW BUILD AREAS                               *
002050*----------------------------------------------------------*
002060 01  WS-CSV-HEADER                 PIC X(100) VALUE
002070     'BUSINESS_DATE,SOURCE,RUN_TIME,RUN_MODE,REGION,METRIC,VALUE'.
002080 01  WS-CSV-VALUE-ED               PIC -(11)9.
002090 01  WS-CSV-LEAD-CT                PIC 9(02)  VALUE ZEROES COMP.
002100 PROCEDURE DIVISION.
002110*----------------------------------------------------------*
002120*  0000-MAINLINE                                           *
002130*----------------------------------------------------------*
002140 0000-MAINLINE.
002150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002160     PERFORM 2000-LOAD-RUN-HISTORY THRU 2000-EXIT.
002170     PERFORM 3000-LOAD-JOURNAL THRU 3000-EXIT.
002180     PERFORM 4000-LOAD-AUDIT-ARCHIVE THRU 4000-EXIT.
002190     PERFORM 5000-LOAD-SUSPENSE THRU 5000-EXIT.
002200     PERFORM 6000-LOAD-DECISIONS THRU 6000-EXIT.
002210     PERFORM 7000-WRITE-KPI-ROW THRU 7000-EXIT
002220         VARYING WS-KPI-SUB FROM 1 BY 1
002230         UNTIL WS-KPI-SUB > WS-KPI-COUNT.
002240     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
002250     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002260     GO TO 9999-EXIT.
002270
002280*----------------------------------------------------------*
002290*  1000-INITIALIZE - READ THE OPTIONAL KPICARD, OPEN THE   *
002300*                    EXTRACT AND WRITE ITS HEADER ROW      *
002310*----------------------------------------------------------*
002320 1000-INITIALIZE.
002330     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002340     MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE.
002350     OPEN INPUT KPI-CARD.
002360     IF WS-CARD-OK
002370         READ KPI-CARD
002380             AT END
002390                 CONTINUE
002400             NOT AT END
002410                 PERFORM 1100-TAKE-CARD THRU 1100-EXIT
002420         END-READ
002430         CLOSE KPI-CARD
002440     END-IF.
002450     COMPUTE WS-BUSINESS-INT =
002460         FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
002470     OPEN OUTPUT KPI-OUT-FILE.
002480     IF NOT WS-KPI-OK
002490         DISPLAY "DL270 - UNABLE TO OPEN KPIOUT, STATUS = "
002500             WS-KPI-STATUS
002510         MOVE 16 TO RETURN-CODE
002520         GO TO 9999-EXIT
002530     END-IF.
002540     WRITE KPI-OUT-RECORD FROM WS-CSV-HEADER.
002550     DISPLAY "DL270 - KPI EXTRACT FOR BUSINESS DATE "
002560         WS-BUSINESS-DATE.
002570 1000-EXIT.
002580     EXIT.
002590
002600*----------------------------------------------------------*
002610*  1100-TAKE-CARD - APPLY THE KPICARD OVERRIDE.  A BLANK   *
002620*                   DATE KEEPS THE DEFAULT; A BAD ONE IS   *
002630*                   REPORTED AND ALSO KEEPS IT             *
002640*----------------------------------------------------------*
002650 1100-TAKE-CARD.
002660     IF DL100-KPC-BUSINESS-X NOT = SPACES
002670         IF DL100-KPC-BUSINESS-DATE IS NUMERIC
002680             AND DL100-KPC-BUSINESS-DATE > 0
002690             MOVE DL100-KPC-BUSINESS-DATE TO WS-BUSINESS-DATE
002700         ELSE
002710             DISPLAY "DL270 - WARNING, KPICARD BUSINESS DATE "
002720                 DL100-KPC-BUSINESS-X " INVALID, USING "
002730                 "CURRENT DATE"
002740         END-IF
002750     END-IF.
002760 1100-EXIT.
002770     EXIT.
002780
002790*----------------------------------------------------------*
002800*  2000-LOAD-RUN-HISTORY - THE BUSINESS DATE'S DL100 RUNS. *
002810*                          THE DAY TOTALS ARE SEEDED SO    *
002820*                          THEY ARE ON THE EXTRACT EVEN    *
002830*                          WHEN NOTHING RAN                *
002840*----------------------------------------------------------*
002850 2000-LOAD-RUN-HISTORY.
002860     MOVE 'RUNHIST' TO WS-HIT-SOURCE.
002870     MOVE SPACES    TO WS-HIT-RUN-TIME.
002880     MOVE SPACES    TO WS-HIT-RUN-MODE.
002890     MOVE 'ALL'     TO WS-HIT-REGION.
002900     MOVE ZEROES    TO WS-HIT-VALUE.
002910     MOVE 'RUNS' TO WS-HIT-METRIC.
002920     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
002930     MOVE 'BREAKER_ABORTS' TO WS-HIT-METRIC.
002940     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
002950     MOVE 'CUTOFF_QUIESCES' TO WS-HIT-METRIC.
002960     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
002970     MOVE 'ELAPSED_SEC' TO WS-HIT-METRIC.
002980     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
002990     OPEN INPUT RUN-HISTORY-FILE.
003000     IF WS-HIST-OK
003010         PERFORM 2100-READ-HISTORY-REC THRU 2100-EXIT
003020             UNTIL WS-HIST-EOF
003030         CLOSE RUN-HISTORY-FILE
003040     ELSE
003050         DISPLAY "DL270 - RUNHIST NOT PRESENT, STATUS = "
003060             WS-HIST-STATUS
003070     END-IF.
003080     IF WS-RUN-CT = 0
003090         DISPLAY "DL270 - WARNING, NO RUNHIST RUN ON "
003100             WS-BUSINESS-DATE
003110         IF RETURN-CODE < 4
003120             MOVE 4 TO RETURN-CODE
003130         END-IF
003140     END-IF.
003150 2000-EXIT.
003160     EXIT.
003170
003180*----------------------------------------------------------*
003190*  2100-READ-HISTORY-REC - ONE RUN'S COUNTS, ELAPSED TIME  *
003200*                          AND OUTCOME, KEYED ON ITS END   *
003210*                          TIME, AND ITS SHARE OF THE DAY  *
003220*                          TOTALS                          *
003230*----------------------------------------------------------*
003240 2100-READ-HISTORY-REC.
003250     READ RUN-HISTORY-FILE
003260         AT END
003270             SET WS-HIST-EOF TO TRUE
003280             GO TO 2100-EXIT
003290     END-READ.
003300     ADD 1 TO WS-HIST-CT.
003310     IF DL100-HST-RUN-DATE IS NOT NUMERIC
003320         OR DL100-HST-RUN-TIME IS NOT NUMERIC
003330         OR DL100-HST-ELAPSED-SEC IS NOT NUMERIC
003340         GO TO 2100-EXIT
003350     END-IF.
003360     PERFORM 2150-DERIVE-RUN-START THRU 2150-EXIT.
003370     IF WS-RUN-START-DATE NOT = WS-BUSINESS-DATE
003380         GO TO 2100-EXIT
003390     END-IF.
003400     ADD 1 TO WS-RUN-CT.
003410     MOVE 'RUNHIST' TO WS-HIT-SOURCE.
003420     MOVE WS-RUN-START-TIME TO WS-HIT-RUN-TIME.
003430     MOVE DL100-HST-RUN-MODE TO WS-HIT-RUN-MODE.
003440     MOVE 'ALL' TO WS-HIT-REGION.
003450     MOVE 'RECORDS_READ' TO WS-HIT-METRIC.
003460     MOVE DL100-HST-RECORD-CT TO WS-HIT-VALUE.
003470     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
003480     MOVE 'MOVED' TO WS-HIT-METRIC.
003490     MOVE DL100-HST-MOVED-CT TO WS-HIT-VALUE.
003500     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
003510     MOVE 'TRUNCATED' TO WS-HIT-METRIC.
003520     MOVE DL100-HST-TRUNCATED-CT TO WS-HIT-VALUE.
003530     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
003540     MOVE 'REJECTED' TO WS-HIT-METRIC.
003550     MOVE DL100-HST-REJECTED-CT TO WS-HIT-VALUE.
003560     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
003570     MOVE 'INVALID' TO WS-HIT-METRIC.
003580     MOVE DL100-HST-INVALID-CT TO WS-HIT-VALUE.
003590     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
003600     MOVE 'GENERATION_HELD' TO WS-HIT-METRIC.
003610     IF DL100-HST-HELD-CT IS NUMERIC
003620         MOVE DL100-HST-HELD-CT TO WS-HIT-VALUE
003630     ELSE
003640         MOVE ZEROES TO WS-HIT-VALUE
003650     END-IF.
003660     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
003670     MOVE 'ELAPSED_SEC' TO WS-HIT-METRIC.
003680     MOVE DL100-HST-ELAPSED-SEC TO WS-HIT-VALUE.
003690     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
003700     MOVE 'RESTART' TO WS-HIT-METRIC.
003710     IF DL100-HST-RESTART-IND = 'Y'
003720         MOVE 1 TO WS-HIT-VALUE
003730     ELSE
003740         MOVE ZEROES TO WS-HIT-VALUE
003750     END-IF.
003760     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
003770     MOVE 'BREAKER_ABORT' TO WS-HIT-METRIC.
003780     IF DL100-HST-BREAKER
003790         MOVE 1 TO WS-HIT-VALUE
003800     ELSE
003810         MOVE ZEROES TO WS-HIT-VALUE
003820     END-IF.
003830     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
003840     MOVE 'CUTOFF_QUIESCE' TO WS-HIT-METRIC.
003850     IF DL100-HST-QUIESCED
003860         MOVE 1 TO WS-HIT-VALUE
003870     ELSE
003880         MOVE ZEROES TO WS-HIT-VALUE
003890     END-IF.
003900     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
003910*    THE DAY TOTALS
003920     MOVE SPACES TO WS-HIT-RUN-TIME.
003930     MOVE SPACES TO WS-HIT-RUN-MODE.
003940     MOVE 'RUNS' TO WS-HIT-METRIC.
003950     MOVE 1 TO WS-HIT-VALUE.
003960     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
003970     MOVE 'ELAPSED_SEC' TO WS-HIT-METRIC.
003980     MOVE DL100-HST-ELAPSED-SEC TO WS-HIT-VALUE.
003990     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
004000     IF DL100-HST-BREAKER
004010         MOVE 'BREAKER_ABORTS' TO WS-HIT-METRIC
004020         MOVE 1 TO WS-HIT-VALUE
004030         PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT
004040     END-IF.
004050     IF DL100-HST-QUIESCED
004060         MOVE 'CUTOFF_QUIESCES' TO WS-HIT-METRIC
004070         MOVE 1 TO WS-HIT-VALUE
004080         PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT
004090     END-IF.
004100 2100-EXIT.
004110     EXIT.
004120
004130*----------------------------------------------------------*
004140*  2150-DERIVE-RUN-START - WIND THE RUNHIST END DATE AND   *
004150*                          TIME BACK BY THE ELAPSED        *
004160*                          SECONDS, ACROSS MIDNIGHT IF     *
004170*                          NEED BE.  DL100 TIMES THE RUN   *
004180*                          IN WHOLE SECONDS, SO THIS IS    *
004190*                          THE START THE JOURNAL CARRIES   *
004200*                          LESS ITS HUNDREDTHS             *
004210*----------------------------------------------------------*
004220 2150-DERIVE-RUN-START.
004230     MOVE DL100-HST-RUN-DATE TO WS-RUN-START-DATE.
004240     MOVE DL100-HST-RUN-TIME TO WS-RUN-END-TIME.
004250     COMPUTE WS-RUN-START-SEC =
004260         WS-RUN-END-HH * 3600 + WS-RUN-END-MM * 60
004270         + WS-RUN-END-SS - DL100-HST-ELAPSED-SEC.
004280     IF WS-RUN-START-SEC < 0
004290         ADD 86400 TO WS-RUN-START-SEC
004300         COMPUTE WS-RUN-START-INT =
004310             FUNCTION INTEGER-OF-DATE (DL100-HST-RUN-DATE) - 1
004320         MOVE FUNCTION DATE-OF-INTEGER (WS-RUN-START-INT)
004330             TO WS-RUN-START-DATE
004340     END-IF.
004350     DIVIDE WS-RUN-START-SEC BY 3600
004360         GIVING WS-RUN-START-HH REMAINDER WS-RUN-REM-SEC.
004370     DIVIDE WS-RUN-REM-SEC BY 60
004380         GIVING WS-RUN-START-MM REMAINDER WS-RUN-START-SS.
004390     MOVE ZEROES TO WS-RUN-START-CC.
004400 2150-EXIT.
004410     EXIT.
004420
004430*----------------------------------------------------------*
004440*  3000-LOAD-JOURNAL - THE BUSINESS DATE'S TRNMASTR APPLY  *
004450*                      CHANGES FROM THE CUMULATIVE JOURNAL *
004460*----------------------------------------------------------*
004470 3000-LOAD-JOURNAL.
004480     MOVE 'TRNJRNL' TO WS-HIT-SOURCE.
004490     MOVE SPACES    TO WS-HIT-RUN-TIME.
004500     MOVE SPACES    TO WS-HIT-RUN-MODE.
004510     MOVE 'ALL'     TO WS-HIT-REGION.
004520     MOVE ZEROES    TO WS-HIT-VALUE.
004530     MOVE 'APPLY_ADDS' TO WS-HIT-METRIC.
004540     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
004550     MOVE 'APPLY_UPDATES' TO WS-HIT-METRIC.
004560     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
004570     MOVE 'APPLY_DELETES' TO WS-HIT-METRIC.
004580     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
004590     MOVE 'APPLY_BACKOUTS' TO WS-HIT-METRIC.
004600     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
004610     OPEN INPUT TRANS-JOURNAL-FILE.
004620     IF WS-JNL-OK
004630         PERFORM 3100-READ-JOURNAL-REC THRU 3100-EXIT
004640             UNTIL WS-JNL-EOF
004650         CLOSE TRANS-JOURNAL-FILE
004660     ELSE
004670         DISPLAY "DL270 - TRNJRNL NOT PRESENT, STATUS = "
004680             WS-JNL-STATUS
004690     END-IF.
004700 3000-EXIT.
004710     EXIT.
004720
004730*----------------------------------------------------------*
004740*  3100-READ-JOURNAL-REC - COUNT ONE APPLY CHANGE FOR ITS  *
004750*                          RUN AND REGION, ITS RUN AND THE *
004760*                          DAY                             *
004770*----------------------------------------------------------*
004780 3100-READ-JOURNAL-REC.
004790     READ TRANS-JOURNAL-FILE
004800         AT END
004810             SET WS-JNL-EOF TO TRUE
004820             GO TO 3100-EXIT
004830     END-READ.
004840     ADD 1 TO WS-JNL-CT.
004850     IF DL100-JNL-RUN-DATE NOT = WS-BUSINESS-DATE
004860         GO TO 3100-EXIT
004870     END-IF.
004880     EVALUATE TRUE
004890         WHEN DL100-JNL-ACT-ADD
004900             MOVE 'APPLY_ADDS' TO WS-HIT-METRIC
004910         WHEN DL100-JNL-ACT-UPDATE
004920             MOVE 'APPLY_UPDATES' TO WS-HIT-METRIC
004930         WHEN DL100-JNL-ACT-DELETE
004940             MOVE 'APPLY_DELETES' TO WS-HIT-METRIC
004950         WHEN DL100-JNL-ACT-BACKOUT
004960             MOVE 'APPLY_BACKOUTS' TO WS-HIT-METRIC
004970         WHEN OTHER
004980             GO TO 3100-EXIT
004990     END-EVALUATE.
005000     MOVE 'TRNJRNL' TO WS-HIT-SOURCE.
005010     MOVE DL100-JNL-RUN-TIME TO WS-RUN-START-TIME.
005020     MOVE ZEROES TO WS-RUN-START-CC.
005030     MOVE WS-RUN-START-TIME TO WS-HIT-RUN-TIME.
005040     MOVE 'A' TO WS-HIT-RUN-MODE.
005050     MOVE DL100-JNL-REGION-CD TO WS-REGION-CD.
005060     MOVE 1 TO WS-HIT-VALUE.
005070     PERFORM 7400-ADD-BY-REGION THRU 7400-EXIT.
005080     MOVE SPACES TO WS-HIT-RUN-TIME.
005090     MOVE SPACES TO WS-HIT-RUN-MODE.
005100     MOVE 'ALL' TO WS-HIT-REGION.
005110     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
005120 3100-EXIT.
005130     EXIT.
005140
005150*----------------------------------------------------------*
005160*  4000-LOAD-AUDIT-ARCHIVE - THE BUSINESS DATE'S AUDIT     *
005170*                            ROWS BY REASON CODE.  THE     *
005180*                            ARCHIVE IS STAMPED WITH THE   *
005190*                            RUN DATE ONLY, SO THESE ARE   *
005200*                            DAY FIGURES                   *
005210*----------------------------------------------------------*
005220 4000-LOAD-AUDIT-ARCHIVE.
005230     MOVE 'AUDARCH' TO WS-HIT-SOURCE.
005240     MOVE SPACES    TO WS-HIT-RUN-TIME.
005250     MOVE SPACES    TO WS-HIT-RUN-MODE.
005260     MOVE 'ALL'     TO WS-HIT-REGION.
005270     MOVE ZEROES    TO WS-HIT-VALUE.
005280     MOVE 'AUDIT_SZ' TO WS-HIT-METRIC.
005290     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
005300     MOVE 'AUDIT_TR' TO WS-HIT-METRIC.
005310     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
005320     MOVE 'AUDIT_CN' TO WS-HIT-METRIC.
005330     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
005340     MOVE 'AUDIT_DP' TO WS-HIT-METRIC.
005350     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
005360     MOVE 'AUDIT_ST' TO WS-HIT-METRIC.
005370     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
005380     MOVE 'AUDIT_TF' TO WS-HIT-METRIC.
005390     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
005400     OPEN INPUT AUDIT-ARCHIVE.
005410     IF WS-AARC-OK
005420         PERFORM 4100-READ-AUDIT-ARCH-REC THRU 4100-EXIT
005430             UNTIL WS-AARC-EOF
005440         CLOSE AUDIT-ARCHIVE
005450     ELSE
005460         DISPLAY "DL270 - AUDARCH NOT PRESENT, STATUS = "
005470             WS-AARC-STATUS
005480     END-IF.
005490 4000-EXIT.
005500     EXIT.
005510
005520*----------------------------------------------------------*
005530*  4100-READ-AUDIT-ARCH-REC - COUNT ONE AUDIT ROW UNDER    *
005540*                             ITS REASON CODE              *
005550*----------------------------------------------------------*
005560 4100-READ-AUDIT-ARCH-REC.
005570     READ AUDIT-ARCHIVE
005580         AT END
005590             SET WS-AARC-EOF TO TRUE
005600             GO TO 4100-EXIT
005610     END-READ.
005620     ADD 1 TO WS-AARC-CT.
005630     IF DL100-AAR-RUN-DATE NOT = WS-BUSINESS-DATE
005640         GO TO 4100-EXIT
005650     END-IF.
005660     MOVE DL100-AAR-AUDIT-IMAGE TO DL100-AUDIT-RECORD.
005670     MOVE DL100-AUD-REASON-CD TO WS-REASON-CD.
005680     IF WS-REASON-CD = SPACES
005690         MOVE '??' TO WS-REASON-CD
005700     END-IF.
005710     MOVE SPACES TO WS-HIT-METRIC.
005720     STRING 'AUDIT_' WS-REASON-CD
005730         DELIMITED BY SIZE INTO WS-HIT-METRIC.
005740     MOVE 'AUDARCH' TO WS-HIT-SOURCE.
005750     MOVE SPACES TO WS-HIT-RUN-TIME.
005760     MOVE SPACES TO WS-HIT-RUN-MODE.
005770     MOVE DL100-AUD-REGION-CD TO WS-REGION-CD.
005780     MOVE 1 TO WS-HIT-VALUE.
005790     PERFORM 7400-ADD-BY-REGION THRU 7400-EXIT.
005800 4100-EXIT.
005810     EXIT.
005820
005830*----------------------------------------------------------*
005840*  5000-LOAD-SUSPENSE - THE HELD BACKLOG AND HOW LONG IT   *
005850*                       HAS BEEN HELD, AGED FROM THE DATE  *
005860*                       EACH ITEM WENT INTO SUSPENSE TO    *
005870*                       THE BUSINESS DATE                  *
005880*----------------------------------------------------------*
005890 5000-LOAD-SUSPENSE.
005900     MOVE 'SUSPENSE' TO WS-HIT-SOURCE.
005910     MOVE SPACES     TO WS-HIT-RUN-TIME.
005920     MOVE SPACES     TO WS-HIT-RUN-MODE.
005930     MOVE 'ALL'      TO WS-HIT-REGION.
005940     MOVE ZEROES     TO WS-HIT-VALUE.
005950     MOVE 'SUS_ITEMS' TO WS-HIT-METRIC.
005960     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
005970     MOVE 'SUS_AGE_MAX_DAYS' TO WS-HIT-METRIC.
005980     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
005990     MOVE 'SUS_AGE_0_1_DAYS' TO WS-HIT-METRIC.
006000     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
006010     MOVE 'SUS_AGE_2_7_DAYS' TO WS-HIT-METRIC.
006020     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
006030     MOVE 'SUS_AGE_8_30_DAYS' TO WS-HIT-METRIC.
006040     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
006050     MOVE 'SUS_AGE_OVER_30_DAYS' TO WS-HIT-METRIC.
006060     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
006070     OPEN INPUT SUSPENSE-FILE.
006080     IF WS-SUS-OK
006090         PERFORM 5100-READ-SUSPENSE-REC THRU 5100-EXIT
006100             UNTIL WS-SUS-EOF
006110         CLOSE SUSPENSE-FILE
006120     ELSE
006130         DISPLAY "DL270 - SUSPENSE NOT PRESENT, STATUS = "
006140             WS-SUS-STATUS
006150     END-IF.
006160 5000-EXIT.
006170     EXIT.
006180
006190*----------------------------------------------------------*
006200*  5100-READ-SUSPENSE-REC - COUNT ONE HELD ITEM, ITS AGE   *
006210*                           BAND AND ITS AGE AGAINST THE   *
006220*                           OLDEST                         *
006230*----------------------------------------------------------*
006240 5100-READ-SUSPENSE-REC.
006250     READ SUSPENSE-FILE
006260         AT END
006270             SET WS-SUS-EOF TO TRUE
006280             GO TO 5100-EXIT
006290     END-READ.
006300     ADD 1 TO WS-SUS-CT.
006310     MOVE ZEROES TO WS-AGE-DAYS.
006320     IF DL100-SUS-DATE IS NUMERIC
006330         AND DL100-SUS-DATE > 0
006340         AND DL100-SUS-DATE < WS-BUSINESS-DATE
006350         COMPUTE WS-AGE-DAYS = WS-BUSINESS-INT
006360             - FUNCTION INTEGER-OF-DATE (DL100-SUS-DATE)
006370     END-IF.
006380     MOVE 'SUSPENSE' TO WS-HIT-SOURCE.
006390     MOVE SPACES TO WS-HIT-RUN-TIME.
006400     MOVE SPACES TO WS-HIT-RUN-MODE.
006410     MOVE DL100-SUS-REGION-CD TO WS-REGION-CD.
006420     MOVE 'SUS_ITEMS' TO WS-HIT-METRIC.
006430     MOVE 1 TO WS-HIT-VALUE.
006440     PERFORM 7400-ADD-BY-REGION THRU 7400-EXIT.
006450     EVALUATE TRUE
006460         WHEN WS-AGE-DAYS NOT > 1
006470             MOVE 'SUS_AGE_0_1_DAYS' TO WS-HIT-METRIC
006480         WHEN WS-AGE-DAYS NOT > 7
006490             MOVE 'SUS_AGE_2_7_DAYS' TO WS-HIT-METRIC
006500         WHEN WS-AGE-DAYS NOT > 30
006510             MOVE 'SUS_AGE_8_30_DAYS' TO WS-HIT-METRIC
006520         WHEN OTHER
006530             MOVE 'SUS_AGE_OVER_30_DAYS' TO WS-HIT-METRIC
006540     END-EVALUATE.
006550     PERFORM 7400-ADD-BY-REGION THRU 7400-EXIT.
006560     MOVE 'SUS_AGE_MAX_DAYS' TO WS-HIT-METRIC.
006570     MOVE WS-AGE-DAYS TO WS-HIT-VALUE.
006580     PERFORM 7450-MAX-BY-REGION THRU 7450-EXIT.
006590 5100-EXIT.
006600     EXIT.
006610
006620*----------------------------------------------------------*
006630*  6000-LOAD-DECISIONS - THE BUSINESS DATE'S DL180         *
006640*                        SUPERVISOR DECISIONS.  THE LOG    *
006650*                        CARRIES NO REGION                 *
006660*----------------------------------------------------------*
006670 6000-LOAD-DECISIONS.
006680     MOVE 'DECISLOG' TO WS-HIT-SOURCE.
006690     MOVE SPACES     TO WS-HIT-RUN-TIME.
006700     MOVE SPACES     TO WS-HIT-RUN-MODE.
006710     MOVE 'ALL'      TO WS-HIT-REGION.
006720     MOVE ZEROES     TO WS-HIT-VALUE.
006730     MOVE 'APPROVED' TO WS-HIT-METRIC.
006740     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
006750     MOVE 'REJECTED' TO WS-HIT-METRIC.
006760     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
006770     OPEN INPUT DECISION-LOG.
006780     IF WS-DEC-OK
006790         PERFORM 6100-READ-DECISION-REC THRU 6100-EXIT
006800             UNTIL WS-DEC-EOF
006810         CLOSE DECISION-LOG
006820     ELSE
006830         DISPLAY "DL270 - DECISLOG NOT PRESENT, STATUS = "
006840             WS-DEC-STATUS
006850     END-IF.
006860 6000-EXIT.
006870     EXIT.
006880
006890*----------------------------------------------------------*
006900*  6100-READ-DECISION-REC - COUNT ONE APPROVE OR REJECT    *
006910*----------------------------------------------------------*
006920 6100-READ-DECISION-REC.
006930     READ DECISION-LOG
006940         AT END
006950             SET WS-DEC-EOF TO TRUE
006960             GO TO 6100-EXIT
006970     END-READ.
006980     ADD 1 TO WS-DEC-CT.
006990     IF DL100-DEC-DATE NOT = WS-BUSINESS-DATE
007000         GO TO 6100-EXIT
007010     END-IF.
007020     EVALUATE DL100-DEC-ACTION
007030         WHEN 'A'
007040             MOVE 'APPROVED' TO WS-HIT-METRIC
007050         WHEN 'R'
007060             MOVE 'REJECTED' TO WS-HIT-METRIC
007070         WHEN OTHER
007080             GO TO 6100-EXIT
007090     END-EVALUATE.
007100     MOVE 'DECISLOG' TO WS-HIT-SOURCE.
007110     MOVE SPACES TO WS-HIT-RUN-TIME.
007120     MOVE SPACES TO WS-HIT-RUN-MODE.
007130     MOVE 'ALL' TO WS-HIT-REGION.
007140     MOVE 1 TO WS-HIT-VALUE.
007150     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
007160 6100-EXIT.
007170     EXIT.
007180
007190*----------------------------------------------------------*
007200*  7000-WRITE-KPI-ROW - ONE DELIMITED ROW.  THE VALUE IS   *
007210*                       WRITTEN WITHOUT ITS LEADING BLANKS *
007220*----------------------------------------------------------*
007230 7000-WRITE-KPI-ROW.
007240     SET KPI-IX TO WS-KPI-SUB.
007250     MOVE WS-KPI-VALUE (KPI-IX) TO WS-CSV-VALUE-ED.
007260     MOVE ZEROES TO WS-CSV-LEAD-CT.
007270     INSPECT WS-CSV-VALUE-ED
007280         TALLYING WS-CSV-LEAD-CT FOR LEADING SPACES.
007290     MOVE SPACES TO KPI-OUT-RECORD.
007300     STRING WS-BUSINESS-DATE          DELIMITED BY SIZE
007310         ','                          DELIMITED BY SIZE
007320         WS-KPI-SOURCE (KPI-IX)       DELIMITED BY SPACE
007330         ','                          DELIMITED BY SIZE
007340         WS-KPI-RUN-TIME (KPI-IX)     DELIMITED BY SPACE
007350         ','                          DELIMITED BY SIZE
007360         WS-KPI-RUN-MODE (KPI-IX)     DELIMITED BY SPACE
007370         ','                          DELIMITED BY SIZE
007380         WS-KPI-REGION (KPI-IX)       DELIMITED BY SPACE
007390         ','                          DELIMITED BY SIZE
007400         WS-KPI-METRIC (KPI-IX)       DELIMITED BY SPACE
007410         ','                          DELIMITED BY SIZE
007420         WS-CSV-VALUE-ED (WS-CSV-LEAD-CT + 1:)
007430                                      DELIMITED BY SIZE
007440         INTO KPI-OUT-RECORD.
007450     WRITE KPI-OUT-RECORD.
007460     ADD 1 TO WS-ROW-CT.
007470 7000-EXIT.
007480     EXIT.
007490
007500*----------------------------------------------------------*
007510*  7400-ADD-BY-REGION - ADD WS-HIT-VALUE UNDER THE SOURCE  *
007520*                       RECORD'S REGION AND UNDER 'ALL'    *
007530*----------------------------------------------------------*
007540 7400-ADD-BY-REGION.
007550     MOVE WS-REGION-CD TO WS-HIT-REGION.
007560     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
007570     MOVE 'ALL' TO WS-HIT-REGION.
007580     PERFORM 7500-ADD-TO-KPI THRU 7500-EXIT.
007590 7400-EXIT.
007600     EXIT.
007610
007620*----------------------------------------------------------*
007630*  7450-MAX-BY-REGION - KEEP THE GREATER OF WS-HIT-VALUE   *
007640*                       AND THE ENTRY, UNDER THE REGION    *
007650*                       AND UNDER 'ALL'                    *
007660*----------------------------------------------------------*
007670 7450-MAX-BY-REGION.
007680     MOVE WS-REGION-CD TO WS-HIT-REGION.
007690     PERFORM 7550-MAX-TO-KPI THRU 7550-EXIT.
007700     MOVE 'ALL' TO WS-HIT-REGION.
007710     PERFORM 7550-MAX-TO-KPI THRU 7550-EXIT.
007720 7450-EXIT.
007730     EXIT.
007740
007750*----------------------------------------------------------*
007760*  7500-ADD-TO-KPI - ADD WS-HIT-VALUE TO THE WS-HIT-KEY    *
007770*                    ENTRY                                 *
007780*----------------------------------------------------------*
007790 7500-ADD-TO-KPI.
007800     PERFORM 7600-FIND-KPI THRU 7600-EXIT.
007810     IF WS-KPI-FOUND
007820         ADD WS-HIT-VALUE TO WS-KPI-VALUE (KPI-IX)
007830     END-IF.
007840 7500-EXIT.
007850     EXIT.
007860
007870*----------------------------------------------------------*
007880*  7550-MAX-TO-KPI - RAISE THE WS-HIT-KEY ENTRY TO         *
007890*                    WS-HIT-VALUE IF IT IS GREATER         *
007900*----------------------------------------------------------*
007910 7550-MAX-TO-KPI.
007920     PERFORM 7600-FIND-KPI THRU 7600-EXIT.
007930     IF WS-KPI-FOUND
007940         AND WS-HIT-VALUE > WS-KPI-VALUE (KPI-IX)
007950         MOVE WS-HIT-VALUE TO WS-KPI-VALUE (KPI-IX)
007960     END-IF.
007970 7550-EXIT.
007980     EXIT.
007990
008000*----------------------------------------------------------*
008010*  7600-FIND-KPI - POINT KPI-IX AT THE WS-HIT-KEY ENTRY,   *
008020*                  ADDING IT AT ZERO IF IT IS NEW.  A FULL *
008030*                  TABLE LOSES THE NEW ENTRY AND WARNS     *
008040*                  ONCE                                    *
008050*----------------------------------------------------------*
008060 7600-FIND-KPI.
008070     MOVE 'N' TO WS-KPI-FOUND-SW.
008080     SET KPI-IX TO 1.
008090     SEARCH WS-KPI-ENTRY
008100         AT END
008110             CONTINUE
008120         WHEN KPI-IX > WS-KPI-COUNT
008130             CONTINUE
008140         WHEN WS-KPI-KEY (KPI-IX) = WS-HIT-KEY
008150             SET WS-KPI-FOUND TO TRUE
008160     END-SEARCH.
008170     IF WS-KPI-FOUND
008180         GO TO 7600-EXIT
008190     END-IF.
008200     IF WS-KPI-COUNT >= WS-KPI-MAX
008210         IF NOT WS-KPI-FULL
008220             DISPLAY "DL270 - WARNING, MORE THAN " WS-KPI-MAX
008230                 " KPI ROWS, EXTRAS NOT EXTRACTED"
008240             SET WS-KPI-FULL TO TRUE
008250             IF RETURN-CODE < 4
008260                 MOVE 4 TO RETURN-CODE
008270             END-IF
008280         END-IF
008290         GO TO 7600-EXIT
008300     END-IF.
008310     ADD 1 TO WS-KPI-COUNT.
008320     SET KPI-IX TO WS-KPI-COUNT.
008330     MOVE WS-HIT-KEY TO WS-KPI-KEY (KPI-IX).
008340     MOVE ZEROES TO WS-KPI-VALUE (KPI-IX).
008350     SET WS-KPI-FOUND TO TRUE.
008360 7600-EXIT.
008370     EXIT.
008380
008390*----------------------------------------------------------*
008400*  8000-PRINT-SUMMARY - CONSOLE TOTALS FOR THE JOB LOG     *
008410*----------------------------------------------------------*
008420 8000-PRINT-SUMMARY.
008430     DISPLAY "DL270 - RUN SUMMARY".
008440     DISPLAY "  BUSINESS DATE      = " WS-BUSINESS-DATE.
008450     DISPLAY "  RUNHIST READ       = " WS-HIST-CT.
008460     DISPLAY "  RUNS ON THE DATE   = " WS-RUN-CT.
008470     DISPLAY "  TRNJRNL READ       = " WS-JNL-CT.
008480     DISPLAY "  AUDARCH READ       = " WS-AARC-CT.
008490     DISPLAY "  SUSPENSE ITEMS     = " WS-SUS-CT.
008500     DISPLAY "  DECISLOG READ      = " WS-DEC-CT.
008510     DISPLAY "  KPI ROWS WRITTEN   = " WS-ROW-CT.
008520 8000-EXIT.
008530     EXIT.
008540
008550*----------------------------------------------------------*
008560*  9000-TERMINATE - CLOSE FILES                            *
008570*----------------------------------------------------------*
008580 9000-TERMINATE.
008590     CLOSE KPI-OUT-FILE.
008600 9000-EXIT.
008610     EXIT.
008620
008630 9999-EXIT.
008640     STOP RUN.
