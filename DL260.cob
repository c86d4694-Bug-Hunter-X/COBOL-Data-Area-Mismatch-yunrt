000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DL260.
000030 AUTHOR. R L HENNESSY.
000040 INSTALLATION. DATA CENTER OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                    *
000090*----------------------------------------------------------*
000100*  DATE       INIT  DESCRIPTION                            *
000110*  10/15/26   RLH   NEW WEEKLY CROSS-FILE INTEGRITY AUDIT. *
000120*                   TRNMASTR (DL100 APPLY, DL130 REORG),   *
000130*                   IDMASTER (DL100 TRANSFER), AUDARCH     *
000140*                   (DL160 ROLL) AND DECISLOG (DL180) ARE  *
000150*                   EACH KEPT BY A DIFFERENT STEP AND      *
000160*                   NOTHING CHECKED THAT THEY STILL AGREE. *
000170*                   THIS JOB LISTS ON INTGRPT EVERY MASTER *
000180*                   KEY MAINTAINED INSIDE THE RETENTION    *
000190*                   WINDOW WITH NO IDMASTER ENTRY, EVERY   *
000200*                   IDMASTER ID THAT NEVER REACHED THE     *
000210*                   MASTER AND HAS NO AUDARCH, SUSPENSE,   *
000220*                   REJCAP OR DECISLOG REJECT TO ACCOUNT   *
000230*                   FOR IT, EVERY DL180 APPROVAL WHOSE ID  *
000240*                   NEVER POSTED, AND EVERY MASTER RECORD  *
000250*                   MAINTAINED AFTER THE LATEST RUNHIST    *
000260*                   RUN OR WHOSE LAST-ACTION DISAGREES     *
000270*                   WITH ITS DELETE FLAG.  ANY EXCEPTION   *
000280*                   ENDS THE STEP WITH RETURN-CODE 8.  RUN *
000290*                   IT AFTER THE NIGHT'S DL160 AND DL180,  *
000300*                   AHEAD OF THE DL130 REORG.              *
000310*----------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT INTEGRITY-CARD ASSIGN TO "INTCARD"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-CARD-STATUS.
000410     SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-HIST-STATUS.
000440     SELECT OPTIONAL ID-MASTER-FILE ASSIGN TO "IDMASTER"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-IDM-STATUS.
000470     SELECT OPTIONAL AUDIT-ARCHIVE ASSIGN TO "AUDARCH"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-AARC-STATUS.
000500     SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-SUS-STATUS.
000530     SELECT OPTIONAL REJECT-CAPTURE-FILE ASSIGN TO "REJCAP"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-REJ-STATUS.
000560     SELECT OPTIONAL DECISION-LOG ASSIGN TO "DECISLOG"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-DEC-STATUS.
000590     SELECT TRANS-MASTER-FILE ASSIGN TO "TRNMASTR"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS DL100-MST-ID
000630         FILE STATUS IS WS-MST-STATUS.
000640     SELECT REPORT-FILE ASSIGN TO "INTGRPT"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-REPORT-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  INTEGRITY-CARD
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720     COPY DL100IAC.
000730 FD  RUN-HISTORY-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760     COPY DL100HST.
000770 FD  ID-MASTER-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800     COPY DL100IDM.
000810 FD  AUDIT-ARCHIVE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840     COPY DL100AAR.
000850 FD  SUSPENSE-FILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880     COPY DL100SUS.
000890 FD  REJECT-CAPTURE-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920     COPY DL100REJ.
000930 FD  DECISION-LOG
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960     COPY DL100DEC.
000970 FD  TRANS-MASTER-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY DL100MST.
001000 FD  REPORT-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  REPORT-LINE                   PIC X(132).
001040 WORKING-STORAGE SECTION.
001050*----------------------------------------------------------*
001060*  RUN CONTROL SWITCHES                                    *
001070*----------------------------------------------------------*
001080 01  WS-SWITCHES.
001090     05  WS-HIST-EOF-SW            PIC X(01)  VALUE 'N'.
001100         88  WS-HIST-EOF                      VALUE 'Y'.
001110     05  WS-IDM-EOF-SW             PIC X(01)  VALUE 'N'.
001120         88  WS-IDM-EOF                       VALUE 'Y'.
001130     05  WS-AARC-EOF-SW            PIC X(01)  VALUE 'N'.
001140         88  WS-AARC-EOF                      VALUE 'Y'.
001150     05  WS-SUS-EOF-SW             PIC X(01)  VALUE 'N'.
001160         88  WS-SUS-EOF                       VALUE 'Y'.
001170     05  WS-REJ-EOF-SW             PIC X(01)  VALUE 'N'.
001180         88  WS-REJ-EOF                       VALUE 'Y'.
001190     05  WS-DEC-EOF-SW             PIC X(01)  VALUE 'N'.
001200         88  WS-DEC-EOF                       VALUE 'Y'.
001210     05  WS-MST-EOF-SW             PIC X(01)  VALUE 'N'.
001220         88  WS-MST-EOF                       VALUE 'Y'.
001230     05  WS-IDM-PRESENT-SW         PIC X(01)  VALUE 'N'.
001240         88  WS-IDM-PRESENT                   VALUE 'Y'.
001250 01  WS-CARD-STATUS                PIC X(02)  VALUE SPACES.
001260     88  WS-CARD-OK                           VALUE '00'.
001270 01  WS-HIST-STATUS                PIC X(02)  VALUE SPACES.
001280     88  WS-HIST-OK                           VALUE '00' '05'.
001290 01  WS-IDM-STATUS                 PIC X(02)  VALUE SPACES.
001300     88  WS-IDM-OK                            VALUE '00' '05'.
001310 01  WS-AARC-STATUS                PIC X(02)  VALUE SPACES.
001320     88  WS-AARC-OK                           VALUE '00' '05'.
001330 01  WS-SUS-STATUS                 PIC X(02)  VALUE SPACES.
001340     88  WS-SUS-OK                            VALUE '00' '05'.
001350 01  WS-REJ-STATUS                 PIC X(02)  VALUE SPACES.
001360     88  WS-REJ-OK                            VALUE '00' '05'.
001370 01  WS-DEC-STATUS                 PIC X(02)  VALUE SPACES.
001380     88  WS-DEC-OK                            VALUE '00' '05'.
001390 01  WS-MST-STATUS                 PIC X(02)  VALUE SPACES.
001400     88  WS-MST-OK                            VALUE '00'.
001410 01  WS-REPORT-STATUS              PIC X(02)  VALUE SPACES.
001420     88  WS-REPORT-OK                         VALUE '00'.
001430 01  WS-CURRENT-DATE               PIC 9(08)  VALUE ZEROES.
001440 01  WS-CURRENT-TIME               PIC 9(08)  VALUE ZEROES.
001450*----------------------------------------------------------*
001460*  AUDIT DATE AND RETENTION WINDOW - INTCARD OVERRIDES THE *
001470*  DEFAULTS.  THE WINDOW IS WORKED OUT THE WAY DL100 AGES  *
001480*  THE ID MASTER, SO AN ID INSIDE IT SHOULD STILL BE THERE *
001490*----------------------------------------------------------*
001500 01  WS-AS-OF-DATE                 PIC 9(08)  VALUE ZEROES.
001510 01  WS-RETENTION-DAYS             PIC 9(03)  VALUE 30 COMP.
001520 01  WS-CUTOFF-INT                 PIC 9(08)  VALUE ZEROES COMP.
001530 01  WS-CUTOFF-DATE                PIC 9(08)  VALUE ZEROES.
001540 01  WS-LAST-RUN-DATE              PIC 9(08)  VALUE ZEROES.
001550*----------------------------------------------------------*
001560*  DATASET COUNTS                                          *
001570*----------------------------------------------------------*
001580 01  WS-HIST-CT                    PIC 9(08)  VALUE ZEROES COMP.
001590 01  WS-IDM-READ-CT                PIC 9(08)  VALUE ZEROES COMP.
001600 01  WS-IDM-COUNT                  PIC 9(08)  VALUE ZEROES COMP.
001610 01  WS-AARC-CT                    PIC 9(08)  VALUE ZEROES COMP.
001620 01  WS-SUS-CT                     PIC 9(08)  VALUE ZEROES COMP.
001630 01  WS-REJ-CT                     PIC 9(08)  VALUE ZEROES COMP.
001640 01  WS-DEC-CT                     PIC 9(08)  VALUE ZEROES COMP.
001650 01  WS-APPROVAL-CT                PIC 9(08)  VALUE ZEROES COMP.
001660 01  WS-MASTER-CT                  PIC 9(08)  VALUE ZEROES COMP.
001670 01  WS-WINDOW-CT                  PIC 9(08)  VALUE ZEROES COMP.
001680*----------------------------------------------------------*
001690*  EXCEPTION COUNTS BY KIND                                *
001700*----------------------------------------------------------*
001710 01  WS-NO-IDM-CT                  PIC 9(08)  VALUE ZEROES COMP.
001720 01  WS-UNPOSTED-CT                PIC 9(08)  VALUE ZEROES COMP.
001730 01  WS-APPR-UNPOSTED-CT           PIC 9(08)  VALUE ZEROES COMP.
001740 01  WS-LATE-MAINT-CT              PIC 9(08)  VALUE ZEROES COMP.
001750 01  WS-ACTION-CT                  PIC 9(08)  VALUE ZEROES COMP.
001760 01  WS-EXCEPTION-CT               PIC 9(08)  VALUE ZEROES COMP.
001770*----------------------------------------------------------*
001780*  ONE SLOT PER POSSIBLE TRANSACTION ID (SUBSCRIPT IS THE  *
001790*  ID PLUS ONE, AS IN THE DL100 ID MASTER TABLE): THE      *
001800*  IDMASTER FIRST-SEEN DATE, WHETHER THE ID IS ON THE      *
001810*  MASTER, WHETHER AN AUDIT, SUSPENSE, REJECT OR DECISLOG  *
001820*  REJECT ACCOUNTS FOR IT, AND WHETHER AN UNPOSTED         *
001830*  APPROVAL OF IT HAS ALREADY BEEN LISTED                  *
001840*----------------------------------------------------------*
001850 01  WS-IDS-SUB                    PIC 9(07)  VALUE ZEROES COMP.
001860 01  WS-ID-SLOT-TABLE.
001870     05  WS-IDS-ENTRY              OCCURS 1000000 TIMES.
001880         10  WS-IDS-FIRST-DATE     PIC 9(08)  VALUE ZEROES.
001890         10  WS-IDS-MASTER-SW      PIC X(01)  VALUE 'N'.
001900             88  WS-IDS-ON-MASTER          VALUE 'Y'.
001910         10  WS-IDS-EXPLAINED-SW   PIC X(01)  VALUE 'N'.
001920             88  WS-IDS-EXPLAINED          VALUE 'Y'.
001930         10  WS-IDS-APPROVAL-SW    PIC X(01)  VALUE 'N'.
001940             88  WS-IDS-APPR-LISTED        VALUE 'Y'.
001950     COPY DL100AUD.
001960     COPY DL100REC REPLACING
001970         ==PFX-ID==         BY ==WS-IMG-ID==
001980         ==PFX-TRANS-DATE== BY ==WS-IMG-TRANS-DATE==
001990         ==PFX-NAME==       BY ==WS-IMG-NAME==
002000         ==PFX-AMOUNT==     BY ==WS-IMG-AMOUNT==
002010         ==PFX-STATUS-CD==  BY ==WS-IMG-STATUS-CD==
002020         ==PFX-ORIG-ID==    BY ==WS-IMG-ORIG-ID==
002030         ==PFX-CURRENCY-CD== BY ==WS-IMG-CURRENCY-CD==
002040         ==PFX==            BY ==WS-IMG-AREA==.
002050 01  WS-CHECK-ID                   PIC 9(06)  VALUE ZEROES.
002060 01  WS-CHECK-ID-X REDEFINES WS-CHECK-ID
002070                                   PIC X(06).
002080*----------------------------------------------------------*
002090*  EXCEPTION DETAIL TEXTS                                  *
002100*----------------------------------------------------------*
002110 01  WS-ACTION-DETAIL.
002120     05  FILLER                    PIC X(12) VALUE 'DELETE FLAG '.
002130     05  WS-ACD-FLAG               PIC X(01).
002140     05  FILLER                    PIC X(14)
002150         VALUE '  LAST-ACTION '.
002160     05  WS-ACD-ACTION             PIC X(01).
002170     05  FILLER                    PIC X(12) VALUE SPACES.
002180 01  WS-RUN-DETAIL.
002190     05  FILLER                    PIC X(20)
002200         VALUE 'LATEST RUNHIST RUN  '.
002210     05  WS-RND-DATE               PIC 9(08).
002220     05  FILLER                    PIC X(12) VALUE SPACES.
002230 01  WS-DEC-DETAIL.
002240     05  FILLER                    PIC X(09) VALUE 'OPERATOR '.
002250     05  WS-DCD-OPERATOR           PIC X(08).
002260     05  FILLER                    PIC X(05) VALUE ' SEQ '.
002270     05  WS-DCD-SEQ-NO             PIC 9(08).
002280     05  FILLER                    PIC X(10) VALUE SPACES.
002290*----------------------------------------------------------*
002300*  REPORT LINE LAYOUTS                                     *
002310*----------------------------------------------------------*
002320 01  RPT-HEADING-1.
002330     05  FILLER                    PIC X(20)
002340         VALUE 'DL260               '.
002350     05  FILLER                    PIC X(34)
002360         VALUE 'CROSS-FILE INTEGRITY AUDIT        '.
002370     05  FILLER                    PIC X(09) VALUE 'RUN DATE '.
002380     05  RPT-HDG-DATE              PIC 9(08).
002390     05  FILLER                    PIC X(06) VALUE ' TIME '.
002400     05  RPT-HDG-TIME              PIC 9(08).
002410     05  FILLER                    PIC X(47) VALUE SPACES.
002420 01  RPT-HEADING-2.
002430     05  FILLER                    PIC X(20)
002440         VALUE 'AS OF               '.
002450     05  RPT-HDG-AS-OF             PIC 9(08).
002460     05  FILLER                    PIC X(21)
002470         VALUE '   RETENTION WINDOW '.
002480     05  RPT-HDG-CUTOFF            PIC 9(08).
002490     05  FILLER                    PIC X(02) VALUE ' ('.
002500     05  RPT-HDG-RETAIN            PIC ZZ9.
002510     05  FILLER                    PIC X(23)
002520         VALUE ' DAYS)   LATEST RUN    '.
002530     05  RPT-HDG-LAST-RUN          PIC 9(08).
002540     05  RPT-HDG-LAST-RUN-X REDEFINES RPT-HDG-LAST-RUN
002550                                   PIC X(08).
002560     05  FILLER                    PIC X(39) VALUE SPACES.
002570 01  RPT-COLUMN-HEADING.
002580     05  FILLER                    PIC X(26)
002590         VALUE '  KIND  ID      DATE      '.
002600     05  FILLER                    PIC X(44)
002610         VALUE 'EXCEPTION'.
002620     05  FILLER                    PIC X(62)
002630         VALUE 'DETAIL'.
002640 01  RPT-DETAIL-LINE.
002650     05  FILLER                    PIC X(02) VALUE SPACES.
002660     05  RPT-DTL-KIND              PIC X(02).
002670     05  FILLER                    PIC X(04) VALUE SPACES.
002680     05  RPT-DTL-ID                PIC X(06).
002690     05  FILLER                    PIC X(02) VALUE SPACES.
002700     05  RPT-DTL-DATE              PIC 9(08).
002710     05  RPT-DTL-DATE-X REDEFINES RPT-DTL-DATE
002720                                   PIC X(08).
002730     05  FILLER                    PIC X(02) VALUE SPACES.
002740     05  RPT-DTL-TEXT              PIC X(42).
002750     05  FILLER                    PIC X(02) VALUE SPACES.
002760     05  RPT-DTL-DETAIL            PIC X(40).
002770     05  FILLER                    PIC X(22) VALUE SPACES.
002780 01  RPT-TOTAL-LINE.
002790     05  FILLER                    PIC X(02) VALUE SPACES.
002800     05  RPT-TOT-DESC              PIC X(30).
002810     05  RPT-TOT-COUNT             PIC ZZ,ZZZ,ZZ9.
002820     05  FILLER                    PIC X(90) VALUE SPACES.
002830 01  RPT-BREAK-LINE.
002840     05  FILLER                    PIC X(04) VALUE '*** '.
002850     05  RPT-BRK-COUNT             PIC Z,ZZZ,ZZ9.
002860     05  FILLER                    PIC X(31)
002870         VALUE ' INTEGRITY EXCEPTIONS FOUND ***'.
002880     05  FILLER                    PIC X(88) VALUE SPACES.
002890 01  RPT-CLEAN-LINE                PIC X(132) VALUE
002900     'TRNMASTR, IDMASTER, AUDARCH AND DECISLOG AGREE'.
002910 01  RPT-NO-IDM-LINE               PIC X(132) VALUE
002920     'IDMASTER NOT PRESENT - KEY AND UNPOSTED-ID CHECKS NOT MADE'.
002930 01  RPT-NO-RUN-LINE               PIC X(132) VALUE
002940     'NO RUNHIST RUN ON FILE - MAINTENANCE DATES NOT CHECKED'.
002950 PROCEDURE DIVISION.
002960*----------------------------------------------------------*
002970*  0000-MAINLINE                                           *
002980*----------------------------------------------------------*
002990 0000-MAINLINE.
003000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003010     PERFORM 2000-LOAD-RUN-HISTORY THRU 2000-EXIT.
003020     PERFORM 2200-LOAD-ID-MASTER THRU 2200-EXIT.
003030     PERFORM 2400-LOAD-EXPLANATIONS THRU 2400-EXIT.
003040     PERFORM 3000-PRINT-HEADINGS THRU 3000-EXIT.
003050     PERFORM 4000-SWEEP-MASTER THRU 4000-EXIT
003060         UNTIL WS-MST-EOF.
003070     PERFORM 5000-CHECK-DECISIONS THRU 5000-EXIT.
003080     IF WS-IDM-PRESENT
003090         PERFORM 6000-CHECK-ID-SLOT THRU 6000-EXIT
003100             VARYING WS-IDS-SUB FROM 1 BY 1
003110             UNTIL WS-IDS-SUB > 1000000
003120     END-IF.
003130     PERFORM 7500-PRINT-SIGN-OFF THRU 7500-EXIT.
003140     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
003150     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003160     GO TO 9999-EXIT.
003170
003180*----------------------------------------------------------*
003190*  1000-INITIALIZE - READ THE OPTIONAL INTCARD, SET THE    *
003200*                    RETENTION WINDOW AND OPEN THE MASTER  *
003210*                    AND THE REPORT                        *
003220*----------------------------------------------------------*
003230 1000-INITIALIZE.
003240     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003250     ACCEPT WS-CURRENT-TIME FROM TIME.
003260     MOVE WS-CURRENT-DATE TO WS-AS-OF-DATE.
003270     OPEN INPUT INTEGRITY-CARD.
003280     IF WS-CARD-OK
003290         READ INTEGRITY-CARD
003300             AT END
003310                 CONTINUE
003320             NOT AT END
003330                 PERFORM 1100-TAKE-CARD THRU 1100-EXIT
003340         END-READ
003350         CLOSE INTEGRITY-CARD
003360     END-IF.
003370     COMPUTE WS-CUTOFF-INT =
003380         FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE)
003390         - WS-RETENTION-DAYS.
003400     MOVE FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT)
003410         TO WS-CUTOFF-DATE.
003420     OPEN INPUT TRANS-MASTER-FILE.
003430     IF NOT WS-MST-OK
003440         DISPLAY "DL260 - UNABLE TO OPEN TRNMASTR, STATUS = "
003450             WS-MST-STATUS
003460         MOVE 16 TO RETURN-CODE
003470         GO TO 9999-EXIT
003480     END-IF.
003490     OPEN OUTPUT REPORT-FILE.
003500     IF NOT WS-REPORT-OK
003510         DISPLAY "DL260 - UNABLE TO OPEN INTGRPT, STATUS = "
003520             WS-REPORT-STATUS
003530         MOVE 16 TO RETURN-CODE
003540         GO TO 9999-EXIT
003550     END-IF.
003560 1000-EXIT.
003570     EXIT.
003580
003590*----------------------------------------------------------*
003600*  1100-TAKE-CARD - APPLY THE INTCARD OVERRIDES.  A BLANK  *
003610*                   FIELD KEEPS ITS DEFAULT; A BAD ONE IS  *
003620*                   REPORTED AND ALSO KEEPS ITS DEFAULT    *
003630*----------------------------------------------------------*
003640 1100-TAKE-CARD.
003650     IF DL100-IAC-AS-OF-X NOT = SPACES
003660         IF DL100-IAC-AS-OF-DATE IS NUMERIC
003670             AND DL100-IAC-AS-OF-DATE > 0
003680             MOVE DL100-IAC-AS-OF-DATE TO WS-AS-OF-DATE
003690         ELSE
003700             DISPLAY "DL260 - WARNING, INTCARD AS-OF DATE "
003710                 DL100-IAC-AS-OF-X " INVALID, USING "
003720                 "CURRENT DATE"
003730         END-IF
003740     END-IF.
003750     IF DL100-IAC-RETENTION-X NOT = SPACES
003760         IF DL100-IAC-RETENTION-DAYS IS NUMERIC
003770             AND DL100-IAC-RETENTION-DAYS > 0
003780             MOVE DL100-IAC-RETENTION-DAYS TO WS-RETENTION-DAYS
003790         ELSE
003800             DISPLAY "DL260 - WARNING, INTCARD RETENTION DAYS "
003810                 DL100-IAC-RETENTION-X " INVALID, USING "
003820                 WS-RETENTION-DAYS
003830         END-IF
003840     END-IF.
003850 1100-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------*
003890*  2000-LOAD-RUN-HISTORY - FIND THE LATEST DL100 RUN DATE  *
003900*                          ON OR BEFORE THE AS-OF DATE.    *
003910*                          WITH NO RUN ON FILE THE         *
003920*                          MAINTENANCE DATE CHECK IS NOT   *
003930*                          MADE                            *
003940*----------------------------------------------------------*
003950 2000-LOAD-RUN-HISTORY.
003960     OPEN INPUT RUN-HISTORY-FILE.
003970     IF WS-HIST-OK
003980         PERFORM 2100-READ-HISTORY-REC THRU 2100-EXIT
003990             UNTIL WS-HIST-EOF
004000         CLOSE RUN-HISTORY-FILE
004010     ELSE
004020         DISPLAY "DL260 - RUNHIST NOT PRESENT, STATUS = "
004030             WS-HIST-STATUS
004040     END-IF.
004050     IF WS-LAST-RUN-DATE = 0
004060         DISPLAY "DL260 - WARNING, NO RUNHIST RUN ON FILE, "
004070             "MAINTENANCE DATES NOT CHECKED"
004080         IF RETURN-CODE < 4
004090             MOVE 4 TO RETURN-CODE
004100         END-IF
004110     END-IF.
004120 2000-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------*
004160*  2100-READ-HISTORY-REC - KEEP THE LATEST RUN DATE        *
004170*----------------------------------------------------------*
004180 2100-READ-HISTORY-REC.
004190     READ RUN-HISTORY-FILE
004200         AT END
004210             SET WS-HIST-EOF TO TRUE
004220             GO TO 2100-EXIT
004230     END-READ.
004240     ADD 1 TO WS-HIST-CT.
004250     IF DL100-HST-RUN-DATE IS NUMERIC
004260         AND DL100-HST-RUN-DATE > WS-LAST-RUN-DATE
004270         AND DL100-HST-RUN-DATE NOT > WS-AS-OF-DATE
004280         MOVE DL100-HST-RUN-DATE TO WS-LAST-RUN-DATE
004290     END-IF.
004300 2100-EXIT.
004310     EXIT.
004320
004330*----------------------------------------------------------*
004340*  2200-LOAD-ID-MASTER - SLOT EVERY IDMASTER ID STILL      *
004350*                        INSIDE THE RETENTION WINDOW.  A   *
004360*                        MISSING ID MASTER MEANS THE KEY   *
004370*                        AND UNPOSTED-ID CHECKS CANNOT BE  *
004380*                        MADE                              *
004390*----------------------------------------------------------*
004400 2200-LOAD-ID-MASTER.
004410     OPEN INPUT ID-MASTER-FILE.
004420     IF NOT WS-IDM-OK
004430         DISPLAY "DL260 - UNABLE TO OPEN IDMASTER, STATUS = "
004440             WS-IDM-STATUS
004450         MOVE 16 TO RETURN-CODE
004460         GO TO 9999-EXIT
004470     END-IF.
004480     IF WS-IDM-STATUS = '00'
004490         SET WS-IDM-PRESENT TO TRUE
004500         PERFORM 2300-READ-ID-MASTER-REC THRU 2300-EXIT
004510             UNTIL WS-IDM-EOF
004520     ELSE
004530         DISPLAY "DL260 - WARNING, IDMASTER NOT PRESENT, "
004540             "KEY AND UNPOSTED-ID CHECKS NOT MADE"
004550         IF RETURN-CODE < 4
004560             MOVE 4 TO RETURN-CODE
004570         END-IF
004580     END-IF.
004590     CLOSE ID-MASTER-FILE.
004600 2200-EXIT.
004610     EXIT.
004620
004630*----------------------------------------------------------*
004640*  2300-READ-ID-MASTER-REC - SLOT ONE ID UNLESS IT HAS    *
004650*                            AGED OFF, AS DL100 WOULD DROP *
004660*                            IT                            *
004670*----------------------------------------------------------*
004680 2300-READ-ID-MASTER-REC.
004690     READ ID-MASTER-FILE
004700         AT END
004710             SET WS-IDM-EOF TO TRUE
004720             GO TO 2300-EXIT
004730     END-READ.
004740     ADD 1 TO WS-IDM-READ-CT.
004750     IF DL100-IDM-ID IS NOT NUMERIC
004760         OR DL100-IDM-FIRST-DATE IS NOT NUMERIC
004770         GO TO 2300-EXIT
004780     END-IF.
004790     IF DL100-IDM-FIRST-DATE < WS-CUTOFF-DATE
004800         OR DL100-IDM-FIRST-DATE > WS-AS-OF-DATE
004810         GO TO 2300-EXIT
004820     END-IF.
004830     COMPUTE WS-IDS-SUB = DL100-IDM-ID + 1.
004840     IF WS-IDS-FIRST-DATE (WS-IDS-SUB) = ZEROES
004850         ADD 1 TO WS-IDM-COUNT
004860     END-IF.
004870     MOVE DL100-IDM-FIRST-DATE TO WS-IDS-FIRST-DATE (WS-IDS-SUB).
004880 2300-EXIT.
004890     EXIT.
004900
004910*----------------------------------------------------------*
004920*  2400-LOAD-EXPLANATIONS - FLAG EVERY ID THAT AN AUDARCH  *
004930*                           ROW, A HELD SUSPENSE ITEM OR A *
004940*                           REJCAP ROW ACCOUNTS FOR.  EACH *
004950*                           DATASET IS OPTIONAL - ONE THAT *
004960*                           IS MISSING SIMPLY EXPLAINS     *
004970*                           NOTHING                        *
004980*----------------------------------------------------------*
004990 2400-LOAD-EXPLANATIONS.
005000     OPEN INPUT AUDIT-ARCHIVE.
005010     IF WS-AARC-OK
005020         PERFORM 2500-READ-AUDIT-ARCH-REC THRU 2500-EXIT
005030             UNTIL WS-AARC-EOF
005040         CLOSE AUDIT-ARCHIVE
005050     ELSE
005060         DISPLAY "DL260 - AUDARCH NOT PRESENT, STATUS = "
005070             WS-AARC-STATUS
005080     END-IF.
005090     OPEN INPUT SUSPENSE-FILE.
005100     IF WS-SUS-OK
005110         PERFORM 2600-READ-SUSPENSE-REC THRU 2600-EXIT
005120             UNTIL WS-SUS-EOF
005130         CLOSE SUSPENSE-FILE
005140     ELSE
005150         DISPLAY "DL260 - SUSPENSE NOT PRESENT, STATUS = "
005160             WS-SUS-STATUS
005170     END-IF.
005180     OPEN INPUT REJECT-CAPTURE-FILE.
005190     IF WS-REJ-OK
005200         PERFORM 2700-READ-REJECT-REC THRU 2700-EXIT
005210             UNTIL WS-REJ-EOF
005220         CLOSE REJECT-CAPTURE-FILE
005230     ELSE
005240         DISPLAY "DL260 - REJCAP NOT PRESENT, STATUS = "
005250             WS-REJ-STATUS
005260     END-IF.
005270 2400-EXIT.
005280     EXIT.
005290
005300*----------------------------------------------------------*
005310*  2500-READ-AUDIT-ARCH-REC - AN AUDIT ROW ACCOUNTS FOR    *
005320*                             ITS TRANSACTION ID           *
005330*----------------------------------------------------------*
005340 2500-READ-AUDIT-ARCH-REC.
005350     READ AUDIT-ARCHIVE
005360         AT END
005370             SET WS-AARC-EOF TO TRUE
005380             GO TO 2500-EXIT
005390     END-READ.
005400     ADD 1 TO WS-AARC-CT.
005410     MOVE DL100-AAR-AUDIT-IMAGE TO DL100-AUDIT-RECORD.
005420     MOVE DL100-AUD-TRANS-ID TO WS-CHECK-ID-X.
005430     PERFORM 2900-MARK-EXPLAINED THRU 2900-EXIT.
005440 2500-EXIT.
005450     EXIT.
005460
005470*----------------------------------------------------------*
005480*  2600-READ-SUSPENSE-REC - A HELD ITEM ACCOUNTS FOR ITS   *
005490*                           SOURCE RECORD'S ID             *
005500*----------------------------------------------------------*
005510 2600-READ-SUSPENSE-REC.
005520     READ SUSPENSE-FILE
005530         AT END
005540             SET WS-SUS-EOF TO TRUE
005550             GO TO 2600-EXIT
005560     END-READ.
005570     ADD 1 TO WS-SUS-CT.
005580     MOVE DL100-SUS-SOURCE-IMAGE TO WS-IMG-AREA.
005590     MOVE WS-IMG-ID TO WS-CHECK-ID-X.
005600     PERFORM 2900-MARK-EXPLAINED THRU 2900-EXIT.
005610 2600-EXIT.
005620     EXIT.
005630
005640*----------------------------------------------------------*
005650*  2700-READ-REJECT-REC - A CAPTURED REJECT ACCOUNTS FOR   *
005660*                         ITS SOURCE RECORD'S ID           *
005670*----------------------------------------------------------*
005680 2700-READ-REJECT-REC.
005690     READ REJECT-CAPTURE-FILE
005700         AT END
005710             SET WS-REJ-EOF TO TRUE
005720             GO TO 2700-EXIT
005730     END-READ.
005740     ADD 1 TO WS-REJ-CT.
005750     MOVE DL100-REJ-SOURCE-IMAGE TO WS-IMG-AREA.
005760     MOVE WS-IMG-ID TO WS-CHECK-ID-X.
005770     PERFORM 2900-MARK-EXPLAINED THRU 2900-EXIT.
005780 2700-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------*
005820*  2900-MARK-EXPLAINED - FLAG WS-CHECK-ID AS ACCOUNTED     *
005830*                        FOR.  AN ID THAT IS NOT NUMERIC   *
005840*                        NEVER REACHED IDMASTER ANYWAY     *
005850*----------------------------------------------------------*
005860 2900-MARK-EXPLAINED.
005870     IF WS-CHECK-ID-X IS NOT NUMERIC
005880         GO TO 2900-EXIT
005890     END-IF.
005900     COMPUTE WS-IDS-SUB = WS-CHECK-ID + 1.
005910     SET WS-IDS-EXPLAINED (WS-IDS-SUB) TO TRUE.
005920 2900-EXIT.
005930     EXIT.
005940
005950*----------------------------------------------------------*
005960*  3000-PRINT-HEADINGS - HEADINGS, AND A LINE FOR EACH     *
005970*                        CHECK THAT CANNOT BE MADE         *
005980*----------------------------------------------------------*
005990 3000-PRINT-HEADINGS.
006000     MOVE WS-CURRENT-DATE     TO RPT-HDG-DATE.
006010     MOVE WS-CURRENT-TIME     TO RPT-HDG-TIME.
006020     WRITE REPORT-LINE FROM RPT-HEADING-1.
006030     MOVE WS-AS-OF-DATE       TO RPT-HDG-AS-OF.
006040     MOVE WS-CUTOFF-DATE      TO RPT-HDG-CUTOFF.
006050     MOVE WS-RETENTION-DAYS   TO RPT-HDG-RETAIN.
006060     IF WS-LAST-RUN-DATE > 0
006070         MOVE WS-LAST-RUN-DATE TO RPT-HDG-LAST-RUN
006080     ELSE
006090         MOVE 'NONE' TO RPT-HDG-LAST-RUN-X
006100     END-IF.
006110     WRITE REPORT-LINE FROM RPT-HEADING-2.
006120     MOVE SPACES TO REPORT-LINE.
006130     WRITE REPORT-LINE.
006140     IF NOT WS-IDM-PRESENT
006150         WRITE REPORT-LINE FROM RPT-NO-IDM-LINE
006160     END-IF.
006170     IF WS-LAST-RUN-DATE = 0
006180         WRITE REPORT-LINE FROM RPT-NO-RUN-LINE
006190     END-IF.
006200     WRITE REPORT-LINE FROM RPT-COLUMN-HEADING.
006210 3000-EXIT.
006220     EXIT.
006230
006240*----------------------------------------------------------*
006250*  4000-SWEEP-MASTER - SLOT ONE MASTER KEY AND CHECK THE   *
006260*                      RECORD AGAINST IDMASTER AND RUNHIST *
006270*----------------------------------------------------------*
006280 4000-SWEEP-MASTER.
006290     READ TRANS-MASTER-FILE
006300         AT END
006310             SET WS-MST-EOF TO TRUE
006320             GO TO 4000-EXIT
006330     END-READ.
006340     ADD 1 TO WS-MASTER-CT.
006350     COMPUTE WS-IDS-SUB = DL100-MST-ID + 1.
006360     SET WS-IDS-ON-MASTER (WS-IDS-SUB) TO TRUE.
006370     MOVE DL100-MST-LAST-ACTION TO WS-ACD-ACTION.
006380     MOVE DL100-MST-DELETE-FLAG TO WS-ACD-FLAG.
006390*    A KEY MAINTAINED INSIDE THE WINDOW CAME THROUGH THE
006400*    TRANSFER RUN INSIDE IT, SO IDMASTER SHOULD STILL HOLD IT
006410     IF WS-IDM-PRESENT
006420         AND DL100-MST-MAINT-DATE IS NUMERIC
006430         AND DL100-MST-MAINT-DATE NOT < WS-CUTOFF-DATE
006440         AND DL100-MST-MAINT-DATE NOT > WS-AS-OF-DATE
006450         ADD 1 TO WS-WINDOW-CT
006460         IF WS-IDS-FIRST-DATE (WS-IDS-SUB) = ZEROES
006470             MOVE 'NI' TO RPT-DTL-KIND
006480             MOVE DL100-MST-MAINT-DATE TO RPT-DTL-DATE
006490             MOVE 'MASTER KEY HAS NO IDMASTER ENTRY'
006500                 TO RPT-DTL-TEXT
006510             MOVE WS-ACTION-DETAIL TO RPT-DTL-DETAIL
006520             ADD 1 TO WS-NO-IDM-CT
006530             PERFORM 7000-WRITE-MASTER-EXCEPTION THRU 7000-EXIT
006540         END-IF
006550     END-IF.
006560     IF WS-LAST-RUN-DATE > 0
006570         AND DL100-MST-MAINT-DATE IS NUMERIC
006580         AND DL100-MST-MAINT-DATE > WS-LAST-RUN-DATE
006590         MOVE 'MD' TO RPT-DTL-KIND
006600         MOVE DL100-MST-MAINT-DATE TO RPT-DTL-DATE
006610         MOVE 'MAINTAINED AFTER THE LATEST RUNHIST RUN'
006620             TO RPT-DTL-TEXT
006630         MOVE WS-LAST-RUN-DATE TO WS-RND-DATE
006640         MOVE WS-RUN-DETAIL TO RPT-DTL-DETAIL
006650         ADD 1 TO WS-LATE-MAINT-CT
006660         PERFORM 7000-WRITE-MASTER-EXCEPTION THRU 7000-EXIT
006670     END-IF.
006680     PERFORM 4100-CHECK-ACTION THRU 4100-EXIT.
006690 4000-EXIT.
006700     EXIT.
006710
006720*----------------------------------------------------------*
006730*  4100-CHECK-ACTION - A DELETED RECORD MUST CARRY THE     *
006740*                      DELETE LAST-ACTION AND A LIVE ONE   *
006750*                      ADD OR UPDATE.  A BLANK LAST-ACTION *
006760*                      PREDATES THE STAMP AND PASSES, AS   *
006770*                      IN DL140                            *
006780*----------------------------------------------------------*
006790 4100-CHECK-ACTION.
006800     IF DL100-MST-DELETED
006810         IF DL100-MST-ACT-DELETE
006820             OR DL100-MST-LAST-ACTION = SPACE
006830             GO TO 4100-EXIT
006840         END-IF
006850     ELSE
006860         IF DL100-MST-DELETE-FLAG = SPACE
006870             AND (DL100-MST-ACT-ADD
006880                  OR DL100-MST-ACT-UPDATE
006890                  OR DL100-MST-LAST-ACTION = SPACE)
006900             GO TO 4100-EXIT
006910         END-IF
006920     END-IF.
006930     MOVE 'LA' TO RPT-DTL-KIND.
006940     IF DL100-MST-MAINT-DATE IS NUMERIC
006950         MOVE DL100-MST-MAINT-DATE TO RPT-DTL-DATE
006960     ELSE
006970         MOVE SPACES TO RPT-DTL-DATE-X
006980     END-IF.
006990     MOVE 'LAST-ACTION DISAGREES WITH DELETE FLAG'
007000         TO RPT-DTL-TEXT.
007010     MOVE WS-ACTION-DETAIL TO RPT-DTL-DETAIL.
007020     ADD 1 TO WS-ACTION-CT.
007030     PERFORM 7000-WRITE-MASTER-EXCEPTION THRU 7000-EXIT.
007040 4100-EXIT.
007050     EXIT.
007060
007070*----------------------------------------------------------*
007080*  5000-CHECK-DECISIONS - READ THE DL180 DECISION LOG      *
007090*                         AFTER THE MASTER SWEEP, SO EACH  *
007100*                         APPROVAL CAN BE LOOKED FOR ON IT *
007110*----------------------------------------------------------*
007120 5000-CHECK-DECISIONS.
007130     OPEN INPUT DECISION-LOG.
007140     IF WS-DEC-OK
007150         PERFORM 5100-READ-DECISION-REC THRU 5100-EXIT
007160             UNTIL WS-DEC-EOF
007170         CLOSE DECISION-LOG
007180     ELSE
007190         DISPLAY "DL260 - DECISLOG NOT PRESENT, STATUS = "
007200             WS-DEC-STATUS
007210     END-IF.
007220 5000-EXIT.
007230     EXIT.
007240
007250*----------------------------------------------------------*
007260*  5100-READ-DECISION-REC - A SUPERVISOR REJECT ACCOUNTS   *
007270*                           FOR ITS ID.  AN APPROVAL MADE  *
007280*                           INSIDE THE WINDOW, BEFORE THE  *
007290*                           AS-OF DATE, HAS HAD ITS NIGHT  *
007300*                           AND SHOULD BE ON THE MASTER.   *
007310*                           EACH UNPOSTED ID IS LISTED     *
007320*                           ONCE                           *
007330*----------------------------------------------------------*
007340 5100-READ-DECISION-REC.
007350     READ DECISION-LOG
007360         AT END
007370             SET WS-DEC-EOF TO TRUE
007380             GO TO 5100-EXIT
007390     END-READ.
007400     ADD 1 TO WS-DEC-CT.
007410     MOVE DL100-DEC-ID TO WS-CHECK-ID-X.
007420     IF WS-CHECK-ID-X IS NOT NUMERIC
007430         GO TO 5100-EXIT
007440     END-IF.
007450     IF DL100-DEC-ACTION = 'R'
007460         PERFORM 2900-MARK-EXPLAINED THRU 2900-EXIT
007470         GO TO 5100-EXIT
007480     END-IF.
007490     IF DL100-DEC-ACTION NOT = 'A'
007500         GO TO 5100-EXIT
007510     END-IF.
007520     IF DL100-DEC-DATE IS NOT NUMERIC
007530         OR DL100-DEC-DATE < WS-CUTOFF-DATE
007540         OR DL100-DEC-DATE NOT < WS-AS-OF-DATE
007550         GO TO 5100-EXIT
007560     END-IF.
007570     ADD 1 TO WS-APPROVAL-CT.
007580     COMPUTE WS-IDS-SUB = WS-CHECK-ID + 1.
007590     IF WS-IDS-ON-MASTER (WS-IDS-SUB)
007600         OR WS-IDS-APPR-LISTED (WS-IDS-SUB)
007610         GO TO 5100-EXIT
007620     END-IF.
007630     SET WS-IDS-APPR-LISTED (WS-IDS-SUB) TO TRUE.
007640     MOVE 'AP' TO RPT-DTL-KIND.
007650     MOVE DL100-DEC-ID TO RPT-DTL-ID.
007660     MOVE DL100-DEC-DATE TO RPT-DTL-DATE.
007670     MOVE 'APPROVED RELEASE NEVER POSTED' TO RPT-DTL-TEXT.
007680     MOVE DL100-DEC-OPERATOR-ID TO WS-DCD-OPERATOR.
007690     MOVE DL100-DEC-SEQ-NO TO WS-DCD-SEQ-NO.
007700     MOVE WS-DEC-DETAIL TO RPT-DTL-DETAIL.
007710     ADD 1 TO WS-APPR-UNPOSTED-CT.
007720     PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT.
007730 5100-EXIT.
007740     EXIT.
007750
007760*----------------------------------------------------------*
007770*  6000-CHECK-ID-SLOT - AN IDMASTER ID THAT IS NOT ON THE  *
007780*                       MASTER AND THAT NOTHING ACCOUNTS   *
007790*                       FOR HAS GONE MISSING BETWEEN THE   *
007800*                       TRANSFER AND THE APPLY             *
007810*----------------------------------------------------------*
007820 6000-CHECK-ID-SLOT.
007830     IF WS-IDS-FIRST-DATE (WS-IDS-SUB) = ZEROES
007840         OR WS-IDS-ON-MASTER (WS-IDS-SUB)
007850         OR WS-IDS-EXPLAINED (WS-IDS-SUB)
007860         GO TO 6000-EXIT
007870     END-IF.
007880     COMPUTE WS-CHECK-ID = WS-IDS-SUB - 1.
007890     MOVE 'UX' TO RPT-DTL-KIND.
007900     MOVE WS-CHECK-ID-X TO RPT-DTL-ID.
007910     MOVE WS-IDS-FIRST-DATE (WS-IDS-SUB) TO RPT-DTL-DATE.
007920     MOVE 'IDMASTER ID NEVER POSTED, NOT EXPLAINED'
007930         TO RPT-DTL-TEXT.
007940     MOVE 'NO AUDARCH/SUSPENSE/REJCAP/DECISLOG ROW'
007950         TO RPT-DTL-DETAIL.
007960     ADD 1 TO WS-UNPOSTED-CT.
007970     PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT.
007980 6000-EXIT.
007990     EXIT.
008000
008010*----------------------------------------------------------*
008020*  7000-WRITE-MASTER-EXCEPTION - LIST AN EXCEPTION AGAINST *
008030*                                THE CURRENT MASTER RECORD *
008040*----------------------------------------------------------*
008050 7000-WRITE-MASTER-EXCEPTION.
008060     MOVE DL100-MST-ID TO RPT-DTL-ID.
008070     PERFORM 7100-WRITE-EXCEPTION THRU 7100-EXIT.
008080 7000-EXIT.
008090     EXIT.
008100
008110*----------------------------------------------------------*
008120*  7100-WRITE-EXCEPTION - ONE EXCEPTION LINE.  THE CALLER  *
008130*                         HAS FILLED THE DETAIL FIELDS AND *
008140*                         COUNTED IT BY KIND               *
008150*----------------------------------------------------------*
008160 7100-WRITE-EXCEPTION.
008170     WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
008180     ADD 1 TO WS-EXCEPTION-CT.
008190 7100-EXIT.
008200     EXIT.
008210
008220*----------------------------------------------------------*
008230*  7500-PRINT-SIGN-OFF - DATASET TOTALS, EXCEPTION COUNTS  *
008240*                        BY KIND AND THE AUDIT LINE.  ANY  *
008250*                        EXCEPTION SETS RETURN-CODE 8      *
008260*----------------------------------------------------------*
008270 7500-PRINT-SIGN-OFF.
008280     MOVE SPACES TO REPORT-LINE.
008290     WRITE REPORT-LINE.
008300     MOVE 'RUNHIST RUNS READ' TO RPT-TOT-DESC.
008310     MOVE WS-HIST-CT TO RPT-TOT-COUNT.
008320     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
008330     MOVE 'IDMASTER IDS READ' TO RPT-TOT-DESC.
008340     MOVE WS-IDM-READ-CT TO RPT-TOT-COUNT.
008350     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
008360     MOVE '  INSIDE THE WINDOW' TO RPT-TOT-DESC.
008370     MOVE WS-IDM-COUNT TO RPT-TOT-COUNT.
008380     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
008390     MOVE 'AUDARCH ROWS READ' TO RPT-TOT-DESC.
008400     MOVE WS-AARC-CT TO RPT-TOT-COUNT.
008410     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
008420     MOVE 'SUSPENSE ITEMS READ' TO RPT-TOT-DESC.
008430     MOVE WS-SUS-CT TO RPT-TOT-COUNT.
008440     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
008450     MOVE 'REJCAP ROWS READ' TO RPT-TOT-DESC.
008460     MOVE WS-REJ-CT TO RPT-TOT-COUNT.
008470     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
008480     MOVE 'DECISLOG DECISIONS READ' TO RPT-TOT-DESC.
008490     MOVE WS-DEC-CT TO RPT-TOT-COUNT.
008500     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
008510     MOVE '  APPROVALS CHECKED' TO RPT-TOT-DESC.
008520     MOVE WS-APPROVAL-CT TO RPT-TOT-COUNT.
008530     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
008540     MOVE 'MASTER RECORDS READ' TO RPT-TOT-DESC.
008550     MOVE WS-MASTER-CT TO RPT-TOT-COUNT.
008560     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
008570     MOVE '  MAINTAINED IN THE WINDOW' TO RPT-TOT-DESC.
008580     MOVE WS-WINDOW-CT TO RPT-TOT-COUNT.
008590     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
008600     MOVE SPACES TO REPORT-LINE.
008610     WRITE REPORT-LINE.
008620     MOVE 'KEY NOT ON IDMASTER (NI)' TO RPT-TOT-DESC.
008630     MOVE WS-NO-IDM-CT TO RPT-TOT-COUNT.
008640     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
008650     MOVE 'IDMASTER ID NEVER POSTED (UX)' TO RPT-TOT-DESC.
008660     MOVE WS-UNPOSTED-CT TO RPT-TOT-COUNT.
008670     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
008680     MOVE 'APPROVAL NEVER POSTED (AP)' TO RPT-TOT-DESC.
008690     MOVE WS-APPR-UNPOSTED-CT TO RPT-TOT-COUNT.
008700     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
008710     MOVE 'MAINTAINED AFTER LAST RUN (MD)' TO RPT-TOT-DESC.
008720     MOVE WS-LATE-MAINT-CT TO RPT-TOT-COUNT.
008730     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
008740     MOVE 'ACTION/FLAG MISMATCH (LA)' TO RPT-TOT-DESC.
008750     MOVE WS-ACTION-CT TO RPT-TOT-COUNT.
008760     WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
008770     MOVE SPACES TO REPORT-LINE.
008780     WRITE REPORT-LINE.
008790     IF WS-EXCEPTION-CT > 0
008800         MOVE WS-EXCEPTION-CT TO RPT-BRK-COUNT
008810         WRITE REPORT-LINE FROM RPT-BREAK-LINE
008820         IF RETURN-CODE < 8
008830             MOVE 8 TO RETURN-CODE
008840         END-IF
008850     ELSE
008860         WRITE REPORT-LINE FROM RPT-CLEAN-LINE
008870     END-IF.
008880 7500-EXIT.
008890     EXIT.
008900
008910*----------------------------------------------------------*
008920*  8000-PRINT-SUMMARY - CONSOLE TOTALS FOR THE JOB LOG     *
008930*----------------------------------------------------------*
008940 8000-PRINT-SUMMARY.
008950     DISPLAY "DL260 - RUN SUMMARY".
008960     DISPLAY "  MASTER RECORDS     = " WS-MASTER-CT.
008970     DISPLAY "  IDMASTER IDS       = " WS-IDM-COUNT.
008980     DISPLAY "  APPROVALS CHECKED  = " WS-APPROVAL-CT.
008990     DISPLAY "  KEY NOT ON IDM     = " WS-NO-IDM-CT.
009000     DISPLAY "  ID NEVER POSTED    = " WS-UNPOSTED-CT.
009010     DISPLAY "  APPROVAL UNPOSTED  = " WS-APPR-UNPOSTED-CT.
009020     DISPLAY "  MAINT AFTER RUN    = " WS-LATE-MAINT-CT.
009030     DISPLAY "  ACTION MISMATCH    = " WS-ACTION-CT.
009040     DISPLAY "  TOTAL EXCEPTIONS   = " WS-EXCEPTION-CT.
009050 8000-EXIT.
009060     EXIT.
009070
009080*----------------------------------------------------------*
009090*  9000-TERMINATE - CLOSE FILES                            *
009100*----------------------------------------------------------*
009110 9000-TERMINATE.
009120     CLOSE TRANS-MASTER-FILE.
009130     CLOSE REPORT-FILE.
009140 9000-EXIT.
009150     EXIT.
009160
009170 9999-EXIT.
009180     STOP RUN.
