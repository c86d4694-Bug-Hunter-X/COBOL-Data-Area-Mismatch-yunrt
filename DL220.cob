000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DL220.
000030 AUTHOR. R L HENNESSY.
000040 INSTALLATION. DATA CENTER OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                    *
000090*----------------------------------------------------------*
000100*  DATE       INIT  DESCRIPTION                            *
000110*  10/15/26   RLH   NEW END-OF-NIGHT JOB-STREAM BALANCING. *
000120*                   RUNS AFTER THE TRANSFER RUN (DL100, OR *
000130*                   DL200 FOR A SPLIT RUN) AND BEFORE      *
000140*                   DL140, AND RE-COUNTS THE NIGHT FROM    *
000150*                   THE DATASETS THEMSELVES RATHER THAN    *
000160*                   TRUSTING THE RUN SUMMARY: INFILE,      *
000170*                   THE OUTFILE TL/GT TRAILERS, THE LAST   *
000180*                   RUNHIST RECORD, AUDITLOG BY REASON,    *
000190*                   REJCAP, SUSPENSE, SPILLOVR AND THE     *
000200*                   IDMASTER-TO-IDNEW GROWTH.  PROVES      *
000210*                   EVERY INFILE DETAIL LANDED IN EXACTLY  *
000220*                   ONE BUCKET (OUTFILE, REJCAP, SUSPENSE  *
000230*                   OR A HELD SEGMENT) AND THAT THE AMOUNT *
000240*                   HASHES AGREE, AND PRINTS A BALANCE     *
000250*                   SHEET ON BALRPT FOR SIGN-OFF.  ANY     *
000260*                   CHECK OUT OF BALANCE ENDS THE STEP     *
000270*                   WITH RETURN-CODE 12 SO THE SCHEDULER   *
000280*                   HOLDS DL140.  FOR A SPLIT RUN THE      *
000290*                   INSTANCE INFILE, REJCAP, SUSPENSE AND  *
000300*                   SPILLOVR DATASETS ARRIVE AS JCL        *
000310*                   CONCATENATIONS.                        *
000320*  10/15/26   RLH   DL100REC REPLACING NOW NAMES THE NEW   *
000330*                   ORIG-ID FIELD.                         *
000340*  10/15/26   RLH   OUTFILE AMOUNTS ARE NOW IN HOUSE       *
000350*                   CURRENCY, SO THE BUCKET BALANCE USES   *
000360*                   THE GT AS-RECEIVED HASH AND THE HOUSE  *
000370*                   CURRENCY TOTAL IS SHOWN BELOW THE      *
000380*                   SHEET.  DL100REC REPLACING NAMES THE   *
000390*                   NEW CURRENCY-CD FIELD.                 *
000400*----------------------------------------------------------*
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000440 OBJECT-COMPUTER. IBM-370.
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT INFILE ASSIGN TO "INFILE"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-IN-STATUS.
000500     SELECT OUT-FILE ASSIGN TO "OUTFILE"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-OUT-STATUS.
000530     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-HST-STATUS.
000560     SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-AUDIT-STATUS.
000590     SELECT REJECT-CAPTURE-FILE ASSIGN TO "REJCAP"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-REJ-STATUS.
000620     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-SUS-STATUS.
000650     SELECT SPILLOVER-FILE ASSIGN TO "SPILLOVR"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-SPILL-STATUS.
000680     SELECT OPTIONAL ID-MASTER-FILE ASSIGN TO "IDMASTER"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-IDM-STATUS.
000710     SELECT ID-NEW-FILE ASSIGN TO "IDNEW"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-IDN-STATUS.
000740     SELECT REPORT-FILE ASSIGN TO "BALRPT"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-REPORT-STATUS.
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  INFILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 01  INFILE-RECORD                PIC X(100).
000830 FD  OUT-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 01  OUTFILE-RECORD               PIC X(100).
000870 FD  RUN-HISTORY-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900     COPY DL100HST.
000910 FD  AUDIT-LOG
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940     COPY DL100AUD.
000950 FD  REJECT-CAPTURE-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980     COPY DL100REJ.
000990 FD  SUSPENSE-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020     COPY DL100SUS.
001030 FD  SPILLOVER-FILE
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060     COPY DL100SPL.
001070 FD  ID-MASTER-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100     COPY DL100IDM.
001110 FD  ID-NEW-FILE
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140 01  ID-NEW-RECORD                 PIC X(14).
001150 FD  REPORT-FILE
001160     RECORDING MODE IS F
001170     LABEL RECORDS ARE STANDARD.
001180 01  REPORT-LINE                   PIC X(132).
001190 WORKING-STORAGE SECTION.
001200*----------------------------------------------------------*
001210*  RUN CONTROL SWITCHES                                    *
001220*----------------------------------------------------------*
001230 01  WS-SWITCHES.
001240     05  WS-IN-EOF-SW              PIC X(01)  VALUE 'N'.
001250         88  WS-IN-EOF                        VALUE 'Y'.
001260     05  WS-OUT-EOF-SW             PIC X(01)  VALUE 'N'.
001270         88  WS-OUT-EOF                       VALUE 'Y'.
001280     05  WS-HST-EOF-SW             PIC X(01)  VALUE 'N'.
001290         88  WS-HST-EOF                       VALUE 'Y'.
001300     05  WS-AUDIT-EOF-SW           PIC X(01)  VALUE 'N'.
001310         88  WS-AUDIT-EOF                     VALUE 'Y'.
001320     05  WS-REJ-EOF-SW             PIC X(01)  VALUE 'N'.
001330         88  WS-REJ-EOF                       VALUE 'Y'.
001340     05  WS-SUS-EOF-SW             PIC X(01)  VALUE 'N'.
001350         88  WS-SUS-EOF                       VALUE 'Y'.
001360     05  WS-SPILL-EOF-SW           PIC X(01)  VALUE 'N'.
001370         88  WS-SPILL-EOF                     VALUE 'Y'.
001380     05  WS-IDM-EOF-SW             PIC X(01)  VALUE 'N'.
001390         88  WS-IDM-EOF                       VALUE 'Y'.
001400     05  WS-IDN-EOF-SW             PIC X(01)  VALUE 'N'.
001410         88  WS-IDN-EOF                       VALUE 'Y'.
001420     05  WS-HST-FOUND-SW           PIC X(01)  VALUE 'N'.
001430         88  WS-HST-FOUND                     VALUE 'Y'.
001440 01  WS-IN-STATUS                  PIC X(02)  VALUE SPACES.
001450     88  WS-IN-OK                             VALUE '00'.
001460 01  WS-OUT-STATUS                 PIC X(02)  VALUE SPACES.
001470     88  WS-OUT-OK                            VALUE '00'.
001480 01  WS-HST-STATUS                 PIC X(02)  VALUE SPACES.
001490     88  WS-HST-OK                            VALUE '00' '05'.
001500 01  WS-AUDIT-STATUS               PIC X(02)  VALUE SPACES.
001510     88  WS-AUDIT-OK                          VALUE '00'.
001520 01  WS-REJ-STATUS                 PIC X(02)  VALUE SPACES.
001530     88  WS-REJ-OK                            VALUE '00'.
001540 01  WS-SUS-STATUS                 PIC X(02)  VALUE SPACES.
001550     88  WS-SUS-OK                            VALUE '00'.
001560 01  WS-SPILL-STATUS               PIC X(02)  VALUE SPACES.
001570     88  WS-SPILL-OK                          VALUE '00'.
001580 01  WS-IDM-STATUS                 PIC X(02)  VALUE SPACES.
001590     88  WS-IDM-OK                            VALUE '00' '05'.
001600 01  WS-IDN-STATUS                 PIC X(02)  VALUE SPACES.
001610     88  WS-IDN-OK                            VALUE '00'.
001620 01  WS-REPORT-STATUS              PIC X(02)  VALUE SPACES.
001630     88  WS-REPORT-OK                         VALUE '00'.
001640 01  WS-CURRENT-DATE               PIC 9(08)  VALUE ZEROES.
001650 01  WS-CURRENT-TIME               PIC 9(08)  VALUE ZEROES.
001660*----------------------------------------------------------*
001670*  INFILE TOTALS - THE NIGHT AS RECEIVED                   *
001680*----------------------------------------------------------*
001690 01  WS-IN-RECORD-CT               PIC 9(08)  VALUE ZEROES COMP.
001700 01  WS-IN-HEADER-CT               PIC 9(08)  VALUE ZEROES COMP.
001710 01  WS-IN-TRAILER-CT              PIC 9(08)  VALUE ZEROES COMP.
001720 01  WS-IN-DETAIL-CT               PIC 9(08)  VALUE ZEROES COMP.
001730 01  WS-IN-AMOUNT                  PIC S9(13)V99 VALUE ZEROES
001740                                   COMP-3.
001750*----------------------------------------------------------*
001760*  OUTFILE TOTALS - DETAILS COUNTED, TRAILERS SUMMED       *
001770*----------------------------------------------------------*
001780 01  WS-OUT-DETAIL-CT              PIC 9(08)  VALUE ZEROES COMP.
001790 01  WS-OUT-HEADER-CT              PIC 9(08)  VALUE ZEROES COMP.
001800 01  WS-OUT-TL-CT                  PIC 9(08)  VALUE ZEROES COMP.
001810 01  WS-OUT-TL-REC-CT              PIC 9(08)  VALUE ZEROES COMP.
001820 01  WS-OUT-TL-AMOUNT              PIC S9(13)V99 VALUE ZEROES
001830                                   COMP-3.
001840 01  WS-OUT-GT-CT                  PIC 9(08)  VALUE ZEROES COMP.
001850 01  WS-OUT-GT-REC-CT              PIC 9(08)  VALUE ZEROES COMP.
001860 01  WS-OUT-GT-AMOUNT              PIC S9(13)V99 VALUE ZEROES
001870                                   COMP-3.
001880*----------------------------------------------------------*
001890*  THE GT AMOUNT IS IN HOUSE CURRENCY; INFILE AND THE      *
001900*  OTHER BUCKETS ARE AS RECEIVED, SO THE BUCKET BALANCE    *
001910*  USES THE GT'S AS-RECEIVED HASH                          *
001920*----------------------------------------------------------*
001930 01  WS-OUT-GT-RCV-AMOUNT          PIC S9(13)V99 VALUE ZEROES
001940                                   COMP-3.
001950*----------------------------------------------------------*
001960*  THE LAST RUNHIST RECORD - THE RUN BEING BALANCED        *
001970*----------------------------------------------------------*
001980 01  WS-HST-RUN-DATE               PIC 9(08)  VALUE ZEROES.
001990 01  WS-HST-RUN-TIME               PIC 9(08)  VALUE ZEROES.
002000 01  WS-HST-RESTART-IND            PIC X(01)  VALUE SPACES.
002010 01  WS-HST-RECORD-CT              PIC 9(08)  VALUE ZEROES COMP.
002020 01  WS-HST-MOVED-CT               PIC 9(08)  VALUE ZEROES COMP.
002030 01  WS-HST-TRUNCATED-CT           PIC 9(08)  VALUE ZEROES COMP.
002040 01  WS-HST-REJECTED-CT            PIC 9(08)  VALUE ZEROES COMP.
002050 01  WS-HST-INVALID-CT             PIC 9(08)  VALUE ZEROES COMP.
002060 01  WS-HST-HELD-CT                PIC 9(08)  VALUE ZEROES COMP.
002070 01  WS-HST-HELD-AMT               PIC S9(13)V99 VALUE ZEROES
002080                                   COMP-3.
002090*----------------------------------------------------------*
002100*  AUDIT, REJECT CAPTURE, SUSPENSE AND SPILLOVER TOTALS    *
002110*----------------------------------------------------------*
002120 01  WS-AUDIT-CT                   PIC 9(08)  VALUE ZEROES COMP.
002130 01  WS-AUD-TR-CT                  PIC 9(08)  VALUE ZEROES COMP.
002140 01  WS-AUD-REJ-CT                 PIC 9(08)  VALUE ZEROES COMP.
002150 01  WS-AUD-SZ-CT                  PIC 9(08)  VALUE ZEROES COMP.
002160 01  WS-AUD-CN-CT                  PIC 9(08)  VALUE ZEROES COMP.
002170 01  WS-AUD-XDUP-CT                PIC 9(08)  VALUE ZEROES COMP.
002180 01  WS-REJ-CT                     PIC 9(08)  VALUE ZEROES COMP.
002190 01  WS-REJ-AMOUNT                 PIC S9(13)V99 VALUE ZEROES
002200                                   COMP-3.
002210 01  WS-SUS-CT                     PIC 9(08)  VALUE ZEROES COMP.
002220 01  WS-SUS-AMOUNT                 PIC S9(13)V99 VALUE ZEROES
002230                                   COMP-3.
002240 01  WS-SPILL-CT                   PIC 9(08)  VALUE ZEROES COMP.
002250*----------------------------------------------------------*
002260*  REASON CODE TABLE - AUDIT ROWS BESIDE REJCAP RECORDS.   *
002270*  SLOTS ARE CLAIMED IN FIRST-SEEN ORDER AS IN DL100RPT.   *
002280*----------------------------------------------------------*
002290 01  WS-REASON-TABLE.
002300     05  WS-REASON-ENTRY OCCURS 10 TIMES
002310             INDEXED BY RSN-IX.
002320         10  WS-RSN-CODE           PIC X(02)  VALUE SPACES.
002330         10  WS-RSN-AUD-CT         PIC 9(08)  VALUE ZEROES
002340                                   COMP.
002350         10  WS-RSN-REJ-CT         PIC 9(08)  VALUE ZEROES
002360                                   COMP.
002370         10  WS-RSN-REJ-AMOUNT     PIC S9(13)V99 VALUE ZEROES
002380                                   COMP-3.
002390 01  WS-TALLY-CD                   PIC X(02)  VALUE SPACES.
002400*----------------------------------------------------------*
002410*  ID MASTER GROWTH.  IDMASTER IS LOADED INTO A DIRECT-    *
002420*  SUBSCRIPT FIRST-SEEN TABLE THE WAY DL100 HOLDS IT; AN   *
002430*  IDNEW ENTRY ABSENT FROM IT (OR RE-DATED AFTER AGEING    *
002440*  OFF) IS AN ID FIRST COMMITTED TONIGHT.                  *
002450*----------------------------------------------------------*
002460 01  WS-IDM-READ-CT                PIC 9(07)  VALUE ZEROES COMP.
002470 01  WS-IDN-READ-CT                PIC 9(07)  VALUE ZEROES COMP.
002480 01  WS-IDN-CARRIED-CT             PIC 9(07)  VALUE ZEROES COMP.
002490 01  WS-IDN-NEW-CT                 PIC 9(07)  VALUE ZEROES COMP.
002500 01  WS-IDM-DROPPED-CT             PIC 9(07)  VALUE ZEROES COMP.
002510 01  WS-IDM-SUB                    PIC 9(07)  VALUE ZEROES COMP.
002520 01  WS-IDN-RECORD.
002530     05  WS-IDN-ID                 PIC 9(06).
002540     05  WS-IDN-DATE               PIC 9(08).
002550 01  WS-ID-MASTER-TABLE.
002560     05  WS-IDM-SLOT-DATE          PIC 9(08)  VALUE ZEROES
002570                                   OCCURS 1000000 TIMES.
002580*----------------------------------------------------------*
002590*  BUCKET TOTALS AND THE CONTROL CHECK WORK AREA           *
002600*----------------------------------------------------------*
002610 01  WS-ACCT-CT                    PIC 9(08)  VALUE ZEROES COMP.
002620 01  WS-ACCT-AMOUNT                PIC S9(13)V99 VALUE ZEROES
002630                                   COMP-3.
002640 01  WS-DIFF-CT                    PIC S9(08) VALUE ZEROES COMP.
002650 01  WS-DIFF-AMOUNT                PIC S9(13)V99 VALUE ZEROES
002660                                   COMP-3.
002670 01  WS-CHK-DESC                   PIC X(40)  VALUE SPACES.
002680 01  WS-CHK-EXPECT-CT              PIC 9(08)  VALUE ZEROES COMP.
002690 01  WS-CHK-ACTUAL-CT              PIC 9(08)  VALUE ZEROES COMP.
002700 01  WS-CHK-EXPECT-AMT             PIC S9(13)V99 VALUE ZEROES
002710                                   COMP-3.
002720 01  WS-CHK-ACTUAL-AMT             PIC S9(13)V99 VALUE ZEROES
002730                                   COMP-3.
002740 01  WS-CHECK-CT                   PIC 9(04)  VALUE ZEROES COMP.
002750 01  WS-BREAK-CT                   PIC 9(04)  VALUE ZEROES COMP.
002760     COPY DL100HDT.
002770     COPY DL100REC REPLACING
002780         ==PFX-ID==         BY ==WS-SRC-ID==
002790         ==PFX-TRANS-DATE== BY ==WS-SRC-TRANS-DATE==
002800         ==PFX-NAME==       BY ==WS-SRC-NAME==
002810         ==PFX-AMOUNT==     BY ==WS-SRC-AMOUNT==
002820         ==PFX-STATUS-CD==  BY ==WS-SRC-STATUS-CD==
002830         ==PFX-ORIG-ID==    BY ==WS-SRC-ORIG-ID==
002840         ==PFX-CURRENCY-CD== BY ==WS-SRC-CURRENCY-CD==
002850         ==PFX==            BY ==WS-SRC-IMAGE==.
002860*----------------------------------------------------------*
002870*  REPORT LINE LAYOUTS                                     *
002880*----------------------------------------------------------*
002890 01  RPT-HEADING-1.
002900     05  FILLER                    PIC X(20)
002910         VALUE 'DL220               '.
002920     05  FILLER                    PIC X(34)
002930         VALUE 'NIGHTLY JOB-STREAM BALANCE SHEET  '.
002940     05  FILLER                    PIC X(09) VALUE 'RUN DATE '.
002950     05  RPT-HDG-DATE              PIC 9(08).
002960     05  FILLER                    PIC X(06) VALUE ' TIME '.
002970     05  RPT-HDG-TIME              PIC 9(08).
002980     05  FILLER                    PIC X(47) VALUE SPACES.
002990 01  RPT-HEADING-2.
003000     05  FILLER                    PIC X(20)
003010         VALUE 'RUN BALANCED        '.
003020     05  FILLER                    PIC X(17)
003030         VALUE 'RUNHIST RUN DATE '.
003040     05  RPT-HDG-HST-DATE          PIC 9(08).
003050     05  FILLER                    PIC X(06) VALUE ' TIME '.
003060     05  RPT-HDG-HST-TIME          PIC 9(08).
003070     05  FILLER                    PIC X(10) VALUE ' RESTART '.
003080     05  RPT-HDG-HST-RESTART       PIC X(01).
003090     05  FILLER                    PIC X(62) VALUE SPACES.
003100 01  RPT-SHEET-HEADING.
003110     05  FILLER                    PIC X(32)
003120         VALUE 'BUCKET                          '.
003130     05  FILLER                    PIC X(14)
003140         VALUE '     COUNT    '.
003150     05  FILLER                    PIC X(21)
003160         VALUE '               AMOUNT'.
003170     05  FILLER                    PIC X(65) VALUE SPACES.
003180 01  RPT-SHEET-LINE.
003190     05  FILLER                    PIC X(02) VALUE SPACES.
003200     05  RPT-SHT-DESC              PIC X(30).
003210     05  RPT-SHT-COUNT             PIC -ZZ,ZZZ,ZZ9.
003220     05  FILLER                    PIC X(03) VALUE SPACES.
003230     05  RPT-SHT-AMOUNT            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003240     05  RPT-SHT-AMOUNT-X REDEFINES RPT-SHT-AMOUNT
003250                                   PIC X(21).
003260     05  FILLER                    PIC X(65) VALUE SPACES.
003270 01  RPT-CHECK-HEADING.
003280     05  FILLER                    PIC X(44)
003290         VALUE 'CONTROL CHECK'.
003300     05  FILLER                    PIC X(23)
003310         VALUE '             EXPECTED  '.
003320     05  FILLER                    PIC X(23)
003330         VALUE '               ACTUAL  '.
003340     05  FILLER                    PIC X(42)
003350         VALUE 'RESULT'.
003360 01  RPT-CHECK-LINE.
003370     05  FILLER                    PIC X(02) VALUE SPACES.
003380     05  RPT-CHK-DESC              PIC X(40).
003390     05  FILLER                    PIC X(02) VALUE SPACES.
003400     05  RPT-CHK-EXPECT-AMT        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003410     05  RPT-CHK-EXPECT-CNT REDEFINES RPT-CHK-EXPECT-AMT.
003420         10  FILLER                PIC X(08).
003430         10  RPT-CHK-EXPECT-CT     PIC ZZ,ZZZ,ZZ9.
003440         10  FILLER                PIC X(03).
003450     05  FILLER                    PIC X(02) VALUE SPACES.
003460     05  RPT-CHK-ACTUAL-AMT        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
003470     05  RPT-CHK-ACTUAL-CNT REDEFINES RPT-CHK-ACTUAL-AMT.
003480         10  FILLER                PIC X(08).
003490         10  RPT-CHK-ACTUAL-CT     PIC ZZ,ZZZ,ZZ9.
003500         10  FILLER                PIC X(03).
003510     05  FILLER                    PIC X(02) VALUE SPACES.
003520     05  RPT-CHK-RESULT            PIC X(20).
003530     05  FILLER                    PIC X(22) VALUE SPACES.
003540 01  RPT-BREAK-LINE.
003550     05  FILLER                    PIC X(30)
003560         VALUE '*** NIGHT OUT OF BALANCE - '.
003570     05  RPT-BRK-COUNT             PIC Z,ZZ9.
003580     05  FILLER                    PIC X(04) VALUE ' OF '.
003590     05  RPT-BRK-CHECKS            PIC Z,ZZ9.
003600     05  FILLER                    PIC X(42)
003610         VALUE ' CONTROL CHECKS FAILED - HOLD DL140 ***'.
003620     05  FILLER                    PIC X(46) VALUE SPACES.
003630 01  RPT-CLEAN-LINE.
003640     05  FILLER                    PIC X(26)
003650         VALUE 'NIGHT BALANCED - ALL OF '.
003660     05  RPT-CLN-CHECKS            PIC Z,ZZ9.
003670     05  FILLER                    PIC X(23)
003680         VALUE ' CONTROL CHECKS AGREE'.
003690     05  FILLER                    PIC X(78) VALUE SPACES.
003700 01  RPT-TEXT-LINE                 PIC X(132).
003710 PROCEDURE DIVISION.
003720*----------------------------------------------------------*
003730*  0000-MAINLINE                                           *
003740*----------------------------------------------------------*
003750 0000-MAINLINE.
003760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003770     PERFORM 2000-READ-INFILE THRU 2000-EXIT
003780         UNTIL WS-IN-EOF.
003790     PERFORM 2100-READ-OUTFILE THRU 2100-EXIT
003800         UNTIL WS-OUT-EOF.
003810     PERFORM 2200-READ-RUNHIST THRU 2200-EXIT
003820         UNTIL WS-HST-EOF.
003830     PERFORM 2300-READ-AUDIT THRU 2300-EXIT
003840         UNTIL WS-AUDIT-EOF.
003850     PERFORM 2400-READ-REJCAP THRU 2400-EXIT
003860         UNTIL WS-REJ-EOF.
003870     PERFORM 2500-READ-SUSPENSE THRU 2500-EXIT
003880         UNTIL WS-SUS-EOF.
003890     PERFORM 2600-READ-SPILLOVR THRU 2600-EXIT
003900         UNTIL WS-SPILL-EOF.
003910     PERFORM 2700-LOAD-ID-MASTER THRU 2700-EXIT
003920         UNTIL WS-IDM-EOF.
003930     PERFORM 2800-READ-ID-NEW THRU 2800-EXIT
003940         UNTIL WS-IDN-EOF.
003950     PERFORM 3000-PRINT-BALANCE-SHEET THRU 3000-EXIT.
003960     PERFORM 4000-RUN-CHECKS THRU 4000-EXIT.
003970     PERFORM 6000-PRINT-SIGN-OFF THRU 6000-EXIT.
003980     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
003990     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004000     GO TO 9999-EXIT.
004010
004020*----------------------------------------------------------*
004030*  1000-INITIALIZE - OPEN THE NIGHT'S DATASETS.  EVERY ONE *
004040*                    A TRANSFER RUN WRITES IS REQUIRED;    *
004050*                    RUNHIST AND IDMASTER MAY BE EMPTY ON  *
004060*                    THE FIRST NIGHT                       *
004070*----------------------------------------------------------*
004080 1000-INITIALIZE.
004090     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004100     ACCEPT WS-CURRENT-TIME FROM TIME.
004110     OPEN INPUT INFILE.
004120     IF NOT WS-IN-OK
004130         DISPLAY "DL220 - UNABLE TO OPEN INFILE, STATUS = "
004140             WS-IN-STATUS
004150         MOVE 16 TO RETURN-CODE
004160         GO TO 9999-EXIT
004170     END-IF.
004180     OPEN INPUT OUT-FILE.
004190     IF NOT WS-OUT-OK
004200         DISPLAY "DL220 - UNABLE TO OPEN OUTFILE, STATUS = "
004210             WS-OUT-STATUS
004220         MOVE 16 TO RETURN-CODE
004230         GO TO 9999-EXIT
004240     END-IF.
004250     OPEN INPUT RUN-HISTORY-FILE.
004260     IF NOT WS-HST-OK
004270         DISPLAY "DL220 - UNABLE TO OPEN RUNHIST, STATUS = "
004280             WS-HST-STATUS
004290         MOVE 16 TO RETURN-CODE
004300         GO TO 9999-EXIT
004310     END-IF.
004320     OPEN INPUT AUDIT-LOG.
004330     IF NOT WS-AUDIT-OK
004340         DISPLAY "DL220 - UNABLE TO OPEN AUDITLOG, STATUS = "
004350             WS-AUDIT-STATUS
004360         MOVE 16 TO RETURN-CODE
004370         GO TO 9999-EXIT
004380     END-IF.
004390     OPEN INPUT REJECT-CAPTURE-FILE.
004400     IF NOT WS-REJ-OK
004410         DISPLAY "DL220 - UNABLE TO OPEN REJCAP, STATUS = "
004420             WS-REJ-STATUS
004430         MOVE 16 TO RETURN-CODE
004440         GO TO 9999-EXIT
004450     END-IF.
004460     OPEN INPUT SUSPENSE-FILE.
004470     IF NOT WS-SUS-OK
004480         DISPLAY "DL220 - UNABLE TO OPEN SUSPENSE, STATUS = "
004490             WS-SUS-STATUS
004500         MOVE 16 TO RETURN-CODE
004510         GO TO 9999-EXIT
004520     END-IF.
004530     OPEN INPUT SPILLOVER-FILE.
004540     IF NOT WS-SPILL-OK
004550         DISPLAY "DL220 - UNABLE TO OPEN SPILLOVR, STATUS = "
004560             WS-SPILL-STATUS
004570         MOVE 16 TO RETURN-CODE
004580         GO TO 9999-EXIT
004590     END-IF.
004600     OPEN INPUT ID-MASTER-FILE.
004610     IF NOT WS-IDM-OK
004620         DISPLAY "DL220 - UNABLE TO OPEN IDMASTER, STATUS = "
004630             WS-IDM-STATUS
004640         MOVE 16 TO RETURN-CODE
004650         GO TO 9999-EXIT
004660     END-IF.
004670     OPEN INPUT ID-NEW-FILE.
004680     IF NOT WS-IDN-OK
004690         DISPLAY "DL220 - UNABLE TO OPEN IDNEW, STATUS = "
004700             WS-IDN-STATUS
004710         MOVE 16 TO RETURN-CODE
004720         GO TO 9999-EXIT
004730     END-IF.
004740     OPEN OUTPUT REPORT-FILE.
004750     IF NOT WS-REPORT-OK
004760         DISPLAY "DL220 - UNABLE TO OPEN BALRPT, STATUS = "
004770             WS-REPORT-STATUS
004780         MOVE 16 TO RETURN-CODE
004790         GO TO 9999-EXIT
004800     END-IF.
004810 1000-EXIT.
004820     EXIT.
004830
004840*----------------------------------------------------------*
004850*  2000-READ-INFILE - COUNT THE NIGHT AS RECEIVED.  THE    *
004860*                     DETAIL TEST MATCHES DL100: ANYTHING  *
004870*                     NOT AN HD OR TL RECORD IS A DETAIL   *
004880*----------------------------------------------------------*
004890 2000-READ-INFILE.
004900     READ INFILE INTO WS-SRC-IMAGE
004910         AT END
004920             SET WS-IN-EOF TO TRUE
004930             GO TO 2000-EXIT
004940     END-READ.
004950     ADD 1 TO WS-IN-RECORD-CT.
004960     IF WS-SRC-IMAGE (1:2) = 'HD'
004970         ADD 1 TO WS-IN-HEADER-CT
004980         GO TO 2000-EXIT
004990     END-IF.
005000     IF WS-SRC-IMAGE (1:2) = 'TL'
005010         ADD 1 TO WS-IN-TRAILER-CT
005020         GO TO 2000-EXIT
005030     END-IF.
005040     ADD 1 TO WS-IN-DETAIL-CT.
005050     IF WS-SRC-AMOUNT IS NUMERIC
005060         ADD WS-SRC-AMOUNT TO WS-IN-AMOUNT
005070     END-IF.
005080 2000-EXIT.
005090     EXIT.
005100
005110*----------------------------------------------------------*
005120*  2100-READ-OUTFILE - COUNT THE DETAILS DELIVERED AND SUM *
005130*                      THE SUB-TRAILERS AND GRAND TRAILER  *
005140*----------------------------------------------------------*
005150 2100-READ-OUTFILE.
005160     READ OUT-FILE
005170         AT END
005180             SET WS-OUT-EOF TO TRUE
005190             GO TO 2100-EXIT
005200     END-READ.
005210     EVALUATE OUTFILE-RECORD (1:2)
005220         WHEN 'HD'
005230             ADD 1 TO WS-OUT-HEADER-CT
005240         WHEN 'TL'
005250             MOVE OUTFILE-RECORD TO DL100-TRL-RECORD
005260             ADD 1 TO WS-OUT-TL-CT
005270             IF DL100-TRL-REC-COUNT IS NUMERIC
005280                 ADD DL100-TRL-REC-COUNT TO WS-OUT-TL-REC-CT
005290             END-IF
005300             IF DL100-TRL-AMOUNT-TOTAL IS NUMERIC
005310                 ADD DL100-TRL-AMOUNT-TOTAL
005320                     TO WS-OUT-TL-AMOUNT
005330             END-IF
005340         WHEN 'GT'
005350             MOVE OUTFILE-RECORD TO DL100-GTR-RECORD
005360             ADD 1 TO WS-OUT-GT-CT
005370             IF DL100-GTR-REC-COUNT IS NUMERIC
005380                 ADD DL100-GTR-REC-COUNT TO WS-OUT-GT-REC-CT
005390             END-IF
005400             IF DL100-GTR-AMOUNT-TOTAL IS NUMERIC
005410                 ADD DL100-GTR-AMOUNT-TOTAL
005420                     TO WS-OUT-GT-AMOUNT
005430                 IF DL100-GTR-RCV-AMOUNT IS NUMERIC
005440                     ADD DL100-GTR-RCV-AMOUNT
005450                         TO WS-OUT-GT-RCV-AMOUNT
005460                 ELSE
005470                     ADD DL100-GTR-AMOUNT-TOTAL
005480                         TO WS-OUT-GT-RCV-AMOUNT
005490                 END-IF
005500             END-IF
005510         WHEN OTHER
005520             ADD 1 TO WS-OUT-DETAIL-CT
005530     END-EVALUATE.
005540 2100-EXIT.
005550     EXIT.
005560
005570*----------------------------------------------------------*
005580*  2200-READ-RUNHIST - KEEP THE LAST HISTORY RECORD, THE   *
005590*                      ONE THE RUN JUST APPENDED           *
005600*----------------------------------------------------------*
005610 2200-READ-RUNHIST.
005620     READ RUN-HISTORY-FILE
005630         AT END
005640             SET WS-HST-EOF TO TRUE
005650             GO TO 2200-EXIT
005660     END-READ.
005670     SET WS-HST-FOUND TO TRUE.
005680     MOVE DL100-HST-RUN-DATE      TO WS-HST-RUN-DATE.
005690     MOVE DL100-HST-RUN-TIME      TO WS-HST-RUN-TIME.
005700     MOVE DL100-HST-RESTART-IND   TO WS-HST-RESTART-IND.
005710     MOVE ZEROES TO WS-HST-RECORD-CT WS-HST-MOVED-CT
005720         WS-HST-TRUNCATED-CT WS-HST-REJECTED-CT
005730         WS-HST-INVALID-CT WS-HST-HELD-CT WS-HST-HELD-AMT.
005740     IF DL100-HST-RECORD-CT IS NUMERIC
005750         MOVE DL100-HST-RECORD-CT TO WS-HST-RECORD-CT
005760     END-IF.
005770     IF DL100-HST-MOVED-CT IS NUMERIC
005780         MOVE DL100-HST-MOVED-CT TO WS-HST-MOVED-CT
005790     END-IF.
005800     IF DL100-HST-TRUNCATED-CT IS NUMERIC
005810         MOVE DL100-HST-TRUNCATED-CT TO WS-HST-TRUNCATED-CT
005820     END-IF.
005830     IF DL100-HST-REJECTED-CT IS NUMERIC
005840         MOVE DL100-HST-REJECTED-CT TO WS-HST-REJECTED-CT
005850     END-IF.
005860     IF DL100-HST-INVALID-CT IS NUMERIC
005870         MOVE DL100-HST-INVALID-CT TO WS-HST-INVALID-CT
005880     END-IF.
005890     IF DL100-HST-HELD-CT IS NUMERIC
005900         MOVE DL100-HST-HELD-CT TO WS-HST-HELD-CT
005910     END-IF.
005920     IF DL100-HST-HELD-AMT IS NUMERIC
005930         MOVE DL100-HST-HELD-AMT TO WS-HST-HELD-AMT
005940     END-IF.
005950 2200-EXIT.
005960     EXIT.
005970
005980*----------------------------------------------------------*
005990*  2300-READ-AUDIT - COUNT AUDIT ROWS BY REASON.  A 'DP'   *
006000*                    ROW WITH NO SOURCE LENGTH IS DL200'S  *
006010*                    CROSS-INSTANCE DUPLICATE: ITS RECORD  *
006020*                    STILL REACHED OUTFILE, SO IT IS KEPT  *
006030*                    OUT OF THE REJECT BUCKET              *
006040*----------------------------------------------------------*
006050 2300-READ-AUDIT.
006060     READ AUDIT-LOG
006070         AT END
006080             SET WS-AUDIT-EOF TO TRUE
006090             GO TO 2300-EXIT
006100     END-READ.
006110     ADD 1 TO WS-AUDIT-CT.
006120     IF DL100-AUD-RSN-DUPLICATE
006130         AND DL100-AUD-SRC-LEN = ZEROES
006140         ADD 1 TO WS-AUD-XDUP-CT
006150         GO TO 2300-EXIT
006160     END-IF.
006170     IF DL100-AUD-RSN-TRUNCATED
006180         ADD 1 TO WS-AUD-TR-CT
006190         GO TO 2300-EXIT
006200     END-IF.
006210     ADD 1 TO WS-AUD-REJ-CT.
006220     IF DL100-AUD-RSN-SIZE
006230         ADD 1 TO WS-AUD-SZ-CT
006240     END-IF.
006250     IF DL100-AUD-RSN-CONTENT
006260         ADD 1 TO WS-AUD-CN-CT
006270     END-IF.
006280     MOVE DL100-AUD-REASON-CD TO WS-TALLY-CD.
006290     PERFORM 2900-FIND-REASON THRU 2900-EXIT.
006300     IF RSN-IX NOT > 10
006310         ADD 1 TO WS-RSN-AUD-CT (RSN-IX)
006320     END-IF.
006330 2300-EXIT.
006340     EXIT.
006350
006360*----------------------------------------------------------*
006370*  2400-READ-REJCAP - COUNT AND HASH THE REJECTED DETAILS  *
006380*----------------------------------------------------------*
006390 2400-READ-REJCAP.
006400     READ REJECT-CAPTURE-FILE
006410         AT END
006420             SET WS-REJ-EOF TO TRUE
006430             GO TO 2400-EXIT
006440     END-READ.
006450     ADD 1 TO WS-REJ-CT.
006460     MOVE DL100-REJ-SOURCE-IMAGE TO WS-SRC-IMAGE.
006470     MOVE DL100-REJ-REASON-CD TO WS-TALLY-CD.
006480     PERFORM 2900-FIND-REASON THRU 2900-EXIT.
006490     IF RSN-IX NOT > 10
006500         ADD 1 TO WS-RSN-REJ-CT (RSN-IX)
006510     END-IF.
006520     IF WS-SRC-AMOUNT IS NUMERIC
006530         ADD WS-SRC-AMOUNT TO WS-REJ-AMOUNT
006540         IF RSN-IX NOT > 10
006550             ADD WS-SRC-AMOUNT TO WS-RSN-REJ-AMOUNT (RSN-IX)
006560         END-IF
006570     END-IF.
006580 2400-EXIT.
006590     EXIT.
006600
006610*----------------------------------------------------------*
006620*  2500-READ-SUSPENSE - COUNT AND HASH THE HELD BREACHES   *
006630*----------------------------------------------------------*
006640 2500-READ-SUSPENSE.
006650     READ SUSPENSE-FILE
006660         AT END
006670             SET WS-SUS-EOF TO TRUE
006680             GO TO 2500-EXIT
006690     END-READ.
006700     ADD 1 TO WS-SUS-CT.
006710     MOVE DL100-SUS-SOURCE-IMAGE TO WS-SRC-IMAGE.
006720     IF WS-SRC-AMOUNT IS NUMERIC
006730         ADD WS-SRC-AMOUNT TO WS-SUS-AMOUNT
006740     END-IF.
006750 2500-EXIT.
006760     EXIT.
006770
006780*----------------------------------------------------------*
006790*  2600-READ-SPILLOVR - ONE FRAGMENT PER TRUNCATED MOVE    *
006800*----------------------------------------------------------*
006810 2600-READ-SPILLOVR.
006820     READ SPILLOVER-FILE
006830         AT END
006840             SET WS-SPILL-EOF TO TRUE
006850             GO TO 2600-EXIT
006860     END-READ.
006870     ADD 1 TO WS-SPILL-CT.
006880 2600-EXIT.
006890     EXIT.
006900
006910*----------------------------------------------------------*
006920*  2700-LOAD-ID-MASTER - LOAD LAST NIGHT'S ID GENERATION   *
006930*----------------------------------------------------------*
006940 2700-LOAD-ID-MASTER.
006950     READ ID-MASTER-FILE
006960         AT END
006970             SET WS-IDM-EOF TO TRUE
006980             GO TO 2700-EXIT
006990     END-READ.
007000     ADD 1 TO WS-IDM-READ-CT.
007010     IF DL100-IDM-ID IS NUMERIC
007020         AND DL100-IDM-FIRST-DATE IS NUMERIC
007030         COMPUTE WS-IDM-SUB = DL100-IDM-ID + 1
007040         MOVE DL100-IDM-FIRST-DATE
007050             TO WS-IDM-SLOT-DATE (WS-IDM-SUB)
007060     END-IF.
007070 2700-EXIT.
007080     EXIT.
007090
007100*----------------------------------------------------------*
007110*  2800-READ-ID-NEW - SPLIT TONIGHT'S GENERATION INTO IDS  *
007120*                     CARRIED FORWARD AND IDS NEWLY        *
007130*                     COMMITTED                            *
007140*----------------------------------------------------------*
007150 2800-READ-ID-NEW.
007160     READ ID-NEW-FILE INTO WS-IDN-RECORD
007170         AT END
007180             SET WS-IDN-EOF TO TRUE
007190             GO TO 2800-EXIT
007200     END-READ.
007210     ADD 1 TO WS-IDN-READ-CT.
007220     IF WS-IDN-ID IS NOT NUMERIC
007230         GO TO 2800-EXIT
007240     END-IF.
007250     COMPUTE WS-IDM-SUB = WS-IDN-ID + 1.
007260     IF WS-IDM-SLOT-DATE (WS-IDM-SUB) = ZEROES
007270         OR WS-IDN-DATE > WS-IDM-SLOT-DATE (WS-IDM-SUB)
007280         ADD 1 TO WS-IDN-NEW-CT
007290     ELSE
007300         ADD 1 TO WS-IDN-CARRIED-CT
007310     END-IF.
007320 2800-EXIT.
007330     EXIT.
007340
007350*----------------------------------------------------------*
007360*  2900-FIND-REASON - FIND OR CLAIM THE SLOT FOR           *
007370*                     WS-TALLY-CD; RSN-IX IS LEFT PAST THE *
007380*                     TABLE WHEN IT IS FULL                *
007390*----------------------------------------------------------*
007400 2900-FIND-REASON.
007410     SET RSN-IX TO 1.
007420     SEARCH WS-REASON-ENTRY
007430         AT END
007440             DISPLAY "DL220 - WARNING, MORE THAN 10 "
007450                 "REASON CODES, " WS-TALLY-CD
007460                 " NOT TALLIED"
007470             SET RSN-IX TO 11
007480         WHEN WS-RSN-CODE (RSN-IX) = WS-TALLY-CD
007490             CONTINUE
007500         WHEN WS-RSN-CODE (RSN-IX) = SPACES
007510             MOVE WS-TALLY-CD TO WS-RSN-CODE (RSN-IX)
007520     END-SEARCH.
007530 2900-EXIT.
007540     EXIT.
007550
007560*----------------------------------------------------------*
007570*  3000-PRINT-BALANCE-SHEET - WHERE EVERY INFILE DETAIL    *
007580*                             WENT, COUNT AND AMOUNT       *
007590*----------------------------------------------------------*
007600 3000-PRINT-BALANCE-SHEET.
007610     MOVE WS-CURRENT-DATE TO RPT-HDG-DATE.
007620     MOVE WS-CURRENT-TIME TO RPT-HDG-TIME.
007630     WRITE REPORT-LINE FROM RPT-HEADING-1.
007640     MOVE WS-HST-RUN-DATE    TO RPT-HDG-HST-DATE.
007650     MOVE WS-HST-RUN-TIME    TO RPT-HDG-HST-TIME.
007660     MOVE WS-HST-RESTART-IND TO RPT-HDG-HST-RESTART.
007670     WRITE REPORT-LINE FROM RPT-HEADING-2.
007680     MOVE SPACES TO REPORT-LINE.
007690     WRITE REPORT-LINE.
007700     WRITE REPORT-LINE FROM RPT-SHEET-HEADING.
007710     MOVE 'INFILE DETAILS RECEIVED' TO RPT-SHT-DESC.
007720     MOVE WS-IN-DETAIL-CT TO RPT-SHT-COUNT.
007730     MOVE WS-IN-AMOUNT    TO RPT-SHT-AMOUNT.
007740     WRITE REPORT-LINE FROM RPT-SHEET-LINE.
007750     MOVE '  DELIVERED ON OUTFILE' TO RPT-SHT-DESC.
007760     MOVE WS-OUT-DETAIL-CT TO RPT-SHT-COUNT.
007770     MOVE WS-OUT-GT-RCV-AMOUNT TO RPT-SHT-AMOUNT.
007780     WRITE REPORT-LINE FROM RPT-SHEET-LINE.
007790     MOVE '  REJECTED TO REJCAP' TO RPT-SHT-DESC.
007800     MOVE WS-REJ-CT     TO RPT-SHT-COUNT.
007810     MOVE WS-REJ-AMOUNT TO RPT-SHT-AMOUNT.
007820     WRITE REPORT-LINE FROM RPT-SHEET-LINE.
007830     MOVE '  HELD IN SUSPENSE' TO RPT-SHT-DESC.
007840     MOVE WS-SUS-CT     TO RPT-SHT-COUNT.
007850     MOVE WS-SUS-AMOUNT TO RPT-SHT-AMOUNT.
007860     WRITE REPORT-LINE FROM RPT-SHEET-LINE.
007870     MOVE '  IN HELD SEGMENTS' TO RPT-SHT-DESC.
007880     MOVE WS-HST-HELD-CT  TO RPT-SHT-COUNT.
007890     MOVE WS-HST-HELD-AMT TO RPT-SHT-AMOUNT.
007900     WRITE REPORT-LINE FROM RPT-SHEET-LINE.
007910     COMPUTE WS-ACCT-CT = WS-OUT-DETAIL-CT + WS-REJ-CT
007920         + WS-SUS-CT + WS-HST-HELD-CT.
007930     COMPUTE WS-ACCT-AMOUNT = WS-OUT-GT-RCV-AMOUNT
007940         + WS-REJ-AMOUNT + WS-SUS-AMOUNT + WS-HST-HELD-AMT.
007950     MOVE 'TOTAL ACCOUNTED FOR' TO RPT-SHT-DESC.
007960     MOVE WS-ACCT-CT     TO RPT-SHT-COUNT.
007970     MOVE WS-ACCT-AMOUNT TO RPT-SHT-AMOUNT.
007980     WRITE REPORT-LINE FROM RPT-SHEET-LINE.
007990     COMPUTE WS-DIFF-CT = WS-IN-DETAIL-CT - WS-ACCT-CT.
008000     COMPUTE WS-DIFF-AMOUNT = WS-IN-AMOUNT - WS-ACCT-AMOUNT.
008010     MOVE 'UNACCOUNTED DIFFERENCE' TO RPT-SHT-DESC.
008020     MOVE WS-DIFF-CT     TO RPT-SHT-COUNT.
008030     MOVE WS-DIFF-AMOUNT TO RPT-SHT-AMOUNT.
008040     WRITE REPORT-LINE FROM RPT-SHEET-LINE.
008050     MOVE 'OUTFILE IN HOUSE CURRENCY' TO RPT-SHT-DESC.
008060     MOVE WS-OUT-DETAIL-CT TO RPT-SHT-COUNT.
008070     MOVE WS-OUT-GT-AMOUNT TO RPT-SHT-AMOUNT.
008080     WRITE REPORT-LINE FROM RPT-SHEET-LINE.
008090     MOVE SPACES TO REPORT-LINE.
008100     WRITE REPORT-LINE.
008110     MOVE 'REJECTS BY REASON' TO RPT-TEXT-LINE.
008120     WRITE REPORT-LINE FROM RPT-TEXT-LINE.
008130     SET RSN-IX TO 1.
008140     PERFORM 3100-PRINT-REASON-LINE THRU 3100-EXIT
008150         UNTIL RSN-IX > 10.
008160     MOVE SPACES TO REPORT-LINE.
008170     WRITE REPORT-LINE.
008180     MOVE 'ID MASTER GROWTH' TO RPT-TEXT-LINE.
008190     WRITE REPORT-LINE FROM RPT-TEXT-LINE.
008200     MOVE SPACES TO RPT-SHT-AMOUNT-X.
008210     MOVE '  IDMASTER ENTRIES IN' TO RPT-SHT-DESC.
008220     MOVE WS-IDM-READ-CT TO RPT-SHT-COUNT.
008230     WRITE REPORT-LINE FROM RPT-SHEET-LINE.
008240     MOVE '  CARRIED FORWARD' TO RPT-SHT-DESC.
008250     MOVE WS-IDN-CARRIED-CT TO RPT-SHT-COUNT.
008260     WRITE REPORT-LINE FROM RPT-SHEET-LINE.
008270     IF WS-IDM-READ-CT > WS-IDN-CARRIED-CT
008280         COMPUTE WS-IDM-DROPPED-CT =
008290             WS-IDM-READ-CT - WS-IDN-CARRIED-CT
008300     END-IF.
008310     MOVE '  AGED OFF' TO RPT-SHT-DESC.
008320     MOVE WS-IDM-DROPPED-CT TO RPT-SHT-COUNT.
008330     WRITE REPORT-LINE FROM RPT-SHEET-LINE.
008340     MOVE '  FIRST COMMITTED TONIGHT' TO RPT-SHT-DESC.
008350     MOVE WS-IDN-NEW-CT TO RPT-SHT-COUNT.
008360     WRITE REPORT-LINE FROM RPT-SHEET-LINE.
008370     MOVE '  IDNEW ENTRIES OUT' TO RPT-SHT-DESC.
008380     MOVE WS-IDN-READ-CT TO RPT-SHT-COUNT.
008390     WRITE REPORT-LINE FROM RPT-SHEET-LINE.
008400     MOVE SPACES TO REPORT-LINE.
008410     WRITE REPORT-LINE.
008420 3000-EXIT.
008430     EXIT.
008440
008450*----------------------------------------------------------*
008460*  3100-PRINT-REASON-LINE - REJCAP COUNT AND AMOUNT FOR    *
008470*                           ONE REASON                     *
008480*----------------------------------------------------------*
008490 3100-PRINT-REASON-LINE.
008500     IF WS-RSN-CODE (RSN-IX) NOT = SPACES
008510         MOVE SPACES TO RPT-SHT-DESC
008520         STRING '  REASON ' WS-RSN-CODE (RSN-IX)
008530             DELIMITED BY SIZE INTO RPT-SHT-DESC
008540         MOVE WS-RSN-REJ-CT (RSN-IX)     TO RPT-SHT-COUNT
008550         MOVE WS-RSN-REJ-AMOUNT (RSN-IX) TO RPT-SHT-AMOUNT
008560         WRITE REPORT-LINE FROM RPT-SHEET-LINE
008570     END-IF.
008580     SET RSN-IX UP BY 1.
008590 3100-EXIT.
008600     EXIT.
008610
008620*----------------------------------------------------------*
008630*  4000-RUN-CHECKS - EACH CONTROL CHECK IS ONE LINE,       *
008640*                    EXPECTED BESIDE ACTUAL                *
008650*----------------------------------------------------------*
008660 4000-RUN-CHECKS.
008670     WRITE REPORT-LINE FROM RPT-CHECK-HEADING.
008680     IF NOT WS-HST-FOUND
008690         DISPLAY "DL220 - NO RUNHIST RECORD, THE RUN "
008700             "TOTALS BALANCE AGAINST ZERO"
008710     END-IF.
008720     MOVE 'RUNHIST RECORDS READ = INFILE RECORDS'
008730         TO WS-CHK-DESC.
008740     MOVE WS-IN-RECORD-CT  TO WS-CHK-EXPECT-CT.
008750     MOVE WS-HST-RECORD-CT TO WS-CHK-ACTUAL-CT.
008760     PERFORM 5000-CHECK-COUNT THRU 5000-EXIT.
008770     MOVE 'INFILE DETAILS = BUCKETS' TO WS-CHK-DESC.
008780     MOVE WS-IN-DETAIL-CT TO WS-CHK-EXPECT-CT.
008790     MOVE WS-ACCT-CT      TO WS-CHK-ACTUAL-CT.
008800     PERFORM 5000-CHECK-COUNT THRU 5000-EXIT.
008810     MOVE 'INFILE AMOUNT = BUCKET AMOUNTS' TO WS-CHK-DESC.
008820     MOVE WS-IN-AMOUNT   TO WS-CHK-EXPECT-AMT.
008830     MOVE WS-ACCT-AMOUNT TO WS-CHK-ACTUAL-AMT.
008840     PERFORM 5100-CHECK-AMOUNT THRU 5100-EXIT.
008850     MOVE 'OUTFILE GRAND TRAILERS = 1' TO WS-CHK-DESC.
008860     MOVE 1            TO WS-CHK-EXPECT-CT.
008870     MOVE WS-OUT-GT-CT TO WS-CHK-ACTUAL-CT.
008880     PERFORM 5000-CHECK-COUNT THRU 5000-EXIT.
008890     MOVE 'OUTFILE DETAILS = GT COUNT' TO WS-CHK-DESC.
008900     MOVE WS-OUT-DETAIL-CT TO WS-CHK-EXPECT-CT.
008910     MOVE WS-OUT-GT-REC-CT TO WS-CHK-ACTUAL-CT.
008920     PERFORM 5000-CHECK-COUNT THRU 5000-EXIT.
008930     MOVE 'SUM OF TL COUNTS = GT COUNT' TO WS-CHK-DESC.
008940     MOVE WS-OUT-TL-REC-CT TO WS-CHK-EXPECT-CT.
008950     MOVE WS-OUT-GT-REC-CT TO WS-CHK-ACTUAL-CT.
008960     PERFORM 5000-CHECK-COUNT THRU 5000-EXIT.
008970     MOVE 'SUM OF TL AMOUNTS = GT AMOUNT' TO WS-CHK-DESC.
008980     MOVE WS-OUT-TL-AMOUNT TO WS-CHK-EXPECT-AMT.
008990     MOVE WS-OUT-GT-AMOUNT TO WS-CHK-ACTUAL-AMT.
009000     PERFORM 5100-CHECK-AMOUNT THRU 5100-EXIT.
009010     MOVE 'RUNHIST MOVED+TRUNCATED = OUTFILE'
009020         TO WS-CHK-DESC.
009030     MOVE WS-OUT-DETAIL-CT TO WS-CHK-EXPECT-CT.
009040     COMPUTE WS-CHK-ACTUAL-CT =
009050         WS-HST-MOVED-CT + WS-HST-TRUNCATED-CT.
009060     PERFORM 5000-CHECK-COUNT THRU 5000-EXIT.
009070     MOVE 'AUDIT TR ROWS = SPILLOVR FRAGMENTS'
009080         TO WS-CHK-DESC.
009090     MOVE WS-SPILL-CT  TO WS-CHK-EXPECT-CT.
009100     MOVE WS-AUD-TR-CT TO WS-CHK-ACTUAL-CT.
009110     PERFORM 5000-CHECK-COUNT THRU 5000-EXIT.
009120     MOVE 'RUNHIST TRUNCATED = AUDIT TR ROWS'
009130         TO WS-CHK-DESC.
009140     MOVE WS-AUD-TR-CT        TO WS-CHK-EXPECT-CT.
009150     MOVE WS-HST-TRUNCATED-CT TO WS-CHK-ACTUAL-CT.
009160     PERFORM 5000-CHECK-COUNT THRU 5000-EXIT.
009170     MOVE 'AUDIT REJECT ROWS = REJCAP RECORDS'
009180         TO WS-CHK-DESC.
009190     MOVE WS-REJ-CT     TO WS-CHK-EXPECT-CT.
009200     MOVE WS-AUD-REJ-CT TO WS-CHK-ACTUAL-CT.
009210     PERFORM 5000-CHECK-COUNT THRU 5000-EXIT.
009220     SET RSN-IX TO 1.
009230     PERFORM 4100-CHECK-REASON THRU 4100-EXIT
009240         UNTIL RSN-IX > 10.
009250     MOVE 'RUNHIST REJECTED = AUDIT SZ ROWS' TO WS-CHK-DESC.
009260     MOVE WS-AUD-SZ-CT       TO WS-CHK-EXPECT-CT.
009270     MOVE WS-HST-REJECTED-CT TO WS-CHK-ACTUAL-CT.
009280     PERFORM 5000-CHECK-COUNT THRU 5000-EXIT.
009290     MOVE 'RUNHIST INVALID = AUDIT CN ROWS' TO WS-CHK-DESC.
009300     MOVE WS-AUD-CN-CT      TO WS-CHK-EXPECT-CT.
009310     MOVE WS-HST-INVALID-CT TO WS-CHK-ACTUAL-CT.
009320     PERFORM 5000-CHECK-COUNT THRU 5000-EXIT.
009330*    A CROSS-INSTANCE DUPLICATE REACHED OUTFILE BUT ITS ID
009340*    WAS ALREADY KEPT FOR THE EARLIER REGION
009350     MOVE 'NEW IDS = OUTFILE LESS CROSS-INST DUPS'
009360         TO WS-CHK-DESC.
009370     MOVE ZEROES TO WS-CHK-EXPECT-CT.
009380     IF WS-OUT-DETAIL-CT > WS-AUD-XDUP-CT
009390         COMPUTE WS-CHK-EXPECT-CT =
009400             WS-OUT-DETAIL-CT - WS-AUD-XDUP-CT
009410     END-IF.
009420     MOVE WS-IDN-NEW-CT TO WS-CHK-ACTUAL-CT.
009430     PERFORM 5000-CHECK-COUNT THRU 5000-EXIT.
009440     MOVE SPACES TO REPORT-LINE.
009450     WRITE REPORT-LINE.
009460 4000-EXIT.
009470     EXIT.
009480
009490*----------------------------------------------------------*
009500*  4100-CHECK-REASON - AUDIT ROWS = REJCAP RECORDS FOR ONE *
009510*                      REASON CODE                         *
009520*----------------------------------------------------------*
009530 4100-CHECK-REASON.
009540     IF WS-RSN-CODE (RSN-IX) NOT = SPACES
009550         MOVE SPACES TO WS-CHK-DESC
009560         STRING '  REASON ' WS-RSN-CODE (RSN-IX)
009570             ' AUDIT = REJCAP'
009580             DELIMITED BY SIZE INTO WS-CHK-DESC
009590         MOVE WS-RSN-REJ-CT (RSN-IX) TO WS-CHK-EXPECT-CT
009600         MOVE WS-RSN-AUD-CT (RSN-IX) TO WS-CHK-ACTUAL-CT
009610         PERFORM 5000-CHECK-COUNT THRU 5000-EXIT
009620     END-IF.
009630     SET RSN-IX UP BY 1.
009640 4100-EXIT.
009650     EXIT.
009660
009670*----------------------------------------------------------*
009680*  5000-CHECK-COUNT - COMPARE AND PRINT ONE COUNT CHECK    *
009690*----------------------------------------------------------*
009700 5000-CHECK-COUNT.
009710     ADD 1 TO WS-CHECK-CT.
009720     MOVE WS-CHK-DESC TO RPT-CHK-DESC.
009730     MOVE SPACES TO RPT-CHK-EXPECT-CNT.
009740     MOVE SPACES TO RPT-CHK-ACTUAL-CNT.
009750     MOVE WS-CHK-EXPECT-CT TO RPT-CHK-EXPECT-CT.
009760     MOVE WS-CHK-ACTUAL-CT TO RPT-CHK-ACTUAL-CT.
009770     IF WS-CHK-EXPECT-CT = WS-CHK-ACTUAL-CT
009780         MOVE 'OK' TO RPT-CHK-RESULT
009790     ELSE
009800         MOVE '*** OUT OF BALANCE' TO RPT-CHK-RESULT
009810         ADD 1 TO WS-BREAK-CT
009820         DISPLAY "DL220 - OUT OF BALANCE: " WS-CHK-DESC
009830     END-IF.
009840     WRITE REPORT-LINE FROM RPT-CHECK-LINE.
009850 5000-EXIT.
009860     EXIT.
009870
009880*----------------------------------------------------------*
009890*  5100-CHECK-AMOUNT - COMPARE AND PRINT ONE AMOUNT CHECK  *
009900*----------------------------------------------------------*
009910 5100-CHECK-AMOUNT.
009920     ADD 1 TO WS-CHECK-CT.
009930     MOVE WS-CHK-DESC       TO RPT-CHK-DESC.
009940     MOVE WS-CHK-EXPECT-AMT TO RPT-CHK-EXPECT-AMT.
009950     MOVE WS-CHK-ACTUAL-AMT TO RPT-CHK-ACTUAL-AMT.
009960     IF WS-CHK-EXPECT-AMT = WS-CHK-ACTUAL-AMT
009970         MOVE 'OK' TO RPT-CHK-RESULT
009980     ELSE
009990         MOVE '*** OUT OF BALANCE' TO RPT-CHK-RESULT
010000         ADD 1 TO WS-BREAK-CT
010010         DISPLAY "DL220 - OUT OF BALANCE: " WS-CHK-DESC
010020     END-IF.
010030     WRITE REPORT-LINE FROM RPT-CHECK-LINE.
010040 5100-EXIT.
010050     EXIT.
010060
010070*----------------------------------------------------------*
010080*  6000-PRINT-SIGN-OFF - THE VERDICT AND THE SIGNATURE     *
010090*                        BLOCK FOR THE AUDITORS' COPY      *
010100*----------------------------------------------------------*
010110 6000-PRINT-SIGN-OFF.
010120     IF WS-BREAK-CT > 0
010130         MOVE WS-BREAK-CT TO RPT-BRK-COUNT
010140         MOVE WS-CHECK-CT TO RPT-BRK-CHECKS
010150         WRITE REPORT-LINE FROM RPT-BREAK-LINE
010160         IF RETURN-CODE < 12
010170             MOVE 12 TO RETURN-CODE
010180         END-IF
010190     ELSE
010200         MOVE WS-CHECK-CT TO RPT-CLN-CHECKS
010210         WRITE REPORT-LINE FROM RPT-CLEAN-LINE
010220     END-IF.
010230     MOVE SPACES TO REPORT-LINE.
010240     WRITE REPORT-LINE.
010250     WRITE REPORT-LINE.
010260     MOVE 'BALANCED BY  ______________________________  '
010270         TO RPT-TEXT-LINE.
010280     MOVE 'DATE  __________' TO RPT-TEXT-LINE (47:16).
010290     WRITE REPORT-LINE FROM RPT-TEXT-LINE.
010300     MOVE SPACES TO REPORT-LINE.
010310     WRITE REPORT-LINE.
010320     MOVE 'REVIEWED BY  ______________________________  '
010330         TO RPT-TEXT-LINE.
010340     MOVE 'DATE  __________' TO RPT-TEXT-LINE (47:16).
010350     WRITE REPORT-LINE FROM RPT-TEXT-LINE.
010360 6000-EXIT.
010370     EXIT.
010380
010390*----------------------------------------------------------*
010400*  8000-PRINT-SUMMARY - CONSOLE TOTALS FOR THE JOB LOG     *
010410*----------------------------------------------------------*
010420 8000-PRINT-SUMMARY.
010430     DISPLAY "DL220 - BALANCING SUMMARY".
010440     DISPLAY "  INFILE RECORDS     = " WS-IN-RECORD-CT.
010450     DISPLAY "  INFILE DETAILS     = " WS-IN-DETAIL-CT.
010460     DISPLAY "  OUTFILE DETAILS    = " WS-OUT-DETAIL-CT.
010470     DISPLAY "  REJCAP RECORDS     = " WS-REJ-CT.
010480     DISPLAY "  SUSPENSE RECORDS   = " WS-SUS-CT.
010490     DISPLAY "  HELD DETAILS       = " WS-HST-HELD-CT.
010500     DISPLAY "  SPILLOVR FRAGMENTS = " WS-SPILL-CT.
010510     DISPLAY "  AUDIT ROWS         = " WS-AUDIT-CT.
010520     DISPLAY "  NEW IDS COMMITTED  = " WS-IDN-NEW-CT.
010530     DISPLAY "  CONTROL CHECKS     = " WS-CHECK-CT.
010540     DISPLAY "  OUT OF BALANCE     = " WS-BREAK-CT.
010550     IF WS-BREAK-CT > 0
010560         DISPLAY "DL220 - JOB STREAM OUT OF BALANCE, HOLD "
010570             "DL140 UNTIL BALRPT IS RESOLVED"
010580     END-IF.
010590 8000-EXIT.
010600     EXIT.
010610
010620*----------------------------------------------------------*
010630*  9000-TERMINATE - CLOSE FILES                            *
010640*----------------------------------------------------------*
010650 9000-TERMINATE.
010660     CLOSE INFILE.
010670     CLOSE OUT-FILE.
010680     CLOSE RUN-HISTORY-FILE.
010690     CLOSE AUDIT-LOG.
010700     CLOSE REJECT-CAPTURE-FILE.
010710     CLOSE SUSPENSE-FILE.
010720     CLOSE SPILLOVER-FILE.
010730     CLOSE ID-MASTER-FILE.
010740     CLOSE ID-NEW-FILE.
010750     CLOSE REPORT-FILE.
010760 9000-EXIT.
010770     EXIT.
010780
010790 9999-EXIT.
010800     STOP RUN.
