000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DL100FXM.
000030 AUTHOR. R L HENNESSY.
000040 INSTALLATION. DATA CENTER OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080*  MODIFICATION HISTORY                                    *
000090*----------------------------------------------------------*
000100*  DATE       INIT  DESCRIPTION                            *
000110*  10/15/26   RLH   NEW EXCHANGE RATE REFERENCE            *
000120*                   MAINTENANCE UTILITY.  APPLIES ADD/     *
000130*                   UPDATE/DEACTIVATE CARDS (FXMCARDS) TO  *
000140*                   THE CURRENT FXREF DATASET AND WRITES   *
000150*                   THE NEW GENERATION TO FXNEW, SO        *
000160*                   OPERATIONS CAN LOAD THE NEXT RATE FOR  *
000170*                   A CURRENCY AHEAD OF THE NIGHT IT       *
000180*                   APPLIES TO.  A RATE IS KEYED ON        *
000190*                   CURRENCY AND EFFECTIVE DATE, SO        *
000200*                   EARLIER RATES STAY ON FILE.            *
000210*  10/15/26   RLH   CARDS NOW CARRY AN OPERATOR ID,        *
000220*                   CHECKED AGAINST THE OPERAUTH AUTHORITY *
000230*                   FILE THROUGH DL100AUT.  A CARD FROM AN *
000240*                   OPERATOR WITHOUT EXCHANGE RATE         *
000250*                   AUTHORITY IS REFUSED, AND EVERY        *
000260*                   ACCEPTED OR REFUSED CARD IS LOGGED TO  *
000270*                   THE CUMULATIVE MAINTLOG.               *
000280*----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT FX-RATE-FILE ASSIGN TO "FXREF"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-FXR-STATUS.
000380     SELECT FX-NEW-FILE ASSIGN TO "FXNEW"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-NEW-STATUS.
000410     SELECT MAINT-CARDS ASSIGN TO "FXMCARDS"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-CARD-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  FX-RATE-FILE
000470     RECORDING MODE IS F
000480     LABEL RECORDS ARE STANDARD.
000490     COPY DL100FXR.
000500 FD  FX-NEW-FILE
000510     RECORDING MODE IS F
000520     LABEL RECORDS ARE STANDARD.
000530 01  FX-NEW-RECORD                 PIC X(40).
000540 FD  MAINT-CARDS
000550     RECORDING MODE IS F
000560     LABEL RECORDS ARE STANDARD.
000570 01  MAINT-CARD-RECORD.
000580     05  FXM-ACTION                PIC X(01).
000590         88  FXM-ACTION-ADD                VALUE 'A'.
000600         88  FXM-ACTION-UPDATE             VALUE 'U'.
000610         88  FXM-ACTION-DEACT              VALUE 'D'.
000620     05  FXM-CURRENCY-CD           PIC X(03).
000630     05  FXM-EFF-DATE              PIC 9(08).
000640     05  FXM-RATE                  PIC 9(05)V9(06).
000650     05  FXM-ACTIVE-FLAG           PIC X(01).
000660     05  FXM-OPERATOR-ID           PIC X(08).
000670     05  FILLER                    PIC X(48).
000680 WORKING-STORAGE SECTION.
000690*----------------------------------------------------------*
000700*  RUN CONTROL SWITCHES                                    *
000710*----------------------------------------------------------*
000720 01  WS-SWITCHES.
000730     05  WS-FXR-EOF-SW             PIC X(01)  VALUE 'N'.
000740         88  WS-FXR-EOF                       VALUE 'Y'.
000750     05  WS-CARD-EOF-SW            PIC X(01)  VALUE 'N'.
000760         88  WS-CARD-EOF                      VALUE 'Y'.
000770     05  WS-RATE-FOUND-SW          PIC X(01)  VALUE 'N'.
000780         88  WS-RATE-FOUND                    VALUE 'Y'.
000790 01  WS-FXR-STATUS                 PIC X(02)  VALUE SPACES.
000800     88  WS-FXR-OK                            VALUE '00'.
000810 01  WS-NEW-STATUS                 PIC X(02)  VALUE SPACES.
000820     88  WS-NEW-OK                            VALUE '00'.
000830 01  WS-CARD-STATUS                PIC X(02)  VALUE SPACES.
000840     88  WS-CARD-OK                           VALUE '00'.
000850 01  WS-CARD-CT                    PIC 9(06)  VALUE ZEROES COMP.
000860 01  WS-ADDED-CT                   PIC 9(06)  VALUE ZEROES COMP.
000870 01  WS-UPDATED-CT                 PIC 9(06)  VALUE ZEROES COMP.
000880 01  WS-DEACT-CT                   PIC 9(06)  VALUE ZEROES COMP.
000890 01  WS-ERROR-CT                   PIC 9(06)  VALUE ZEROES COMP.
000900*----------------------------------------------------------*
000910*  IN-CORE COPY OF THE REFERENCE TABLE, ONE ENTRY PER      *
000920*  CURRENCY AND EFFECTIVE DATE                             *
000930*----------------------------------------------------------*
000940 01  WS-REF-TABLE.
000950     05  WS-REF-COUNT              PIC 9(04)  VALUE ZEROES COMP.
000960     05  WS-REF-ENTRY OCCURS 500 TIMES
000970             INDEXED BY REF-IX.
000980         10  WS-REF-CURRENCY-CD    PIC X(03).
000990         10  WS-REF-EFF-DATE       PIC 9(08).
001000         10  WS-REF-RATE           PIC 9(05)V9(06).
001010         10  WS-REF-ACTIVE-FLAG    PIC X(01).
001020*----------------------------------------------------------*
001030*  OPERATOR AUTHORITY AND MAINTENANCE LOG INTERFACE        *
001040*----------------------------------------------------------*
001050 01  WS-HOLD-RC                    PIC S9(04) VALUE ZEROES COMP.
001060 01  WS-REFUSED-CT                 PIC 9(06)  VALUE ZEROES COMP.
001070     COPY DL100AUL.
001080 PROCEDURE DIVISION.
001090*----------------------------------------------------------*
001100*  0000-MAINLINE                                           *
001110*----------------------------------------------------------*
001120 0000-MAINLINE.
001130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001140     PERFORM 2000-APPLY-CARD THRU 2000-EXIT
001150         UNTIL WS-CARD-EOF.
001160     PERFORM 3000-WRITE-NEW-REF THRU 3000-EXIT.
001170     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
001180     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001190     GO TO 9999-EXIT.
001200
001210*----------------------------------------------------------*
001220*  1000-INITIALIZE - OPEN FILES AND LOAD THE CURRENT       *
001230*                    REFERENCE TABLE                       *
001240*----------------------------------------------------------*
001250 1000-INITIALIZE.
001260     OPEN INPUT MAINT-CARDS.
001270     IF NOT WS-CARD-OK
001280         DISPLAY "DL100FXM - UNABLE TO OPEN FXMCARDS, "
001290             "STATUS = " WS-CARD-STATUS
001300         MOVE 16 TO RETURN-CODE
001310         GO TO 9999-EXIT
001320     END-IF.
001330     MOVE 'DL100FXM' TO DL100-AUT-PROGRAM.
001340     SET DL100-AUT-FN-RATE TO TRUE.
001350     SET DL100-AUT-REQ-OPEN TO TRUE.
001360     PERFORM 2950-CALL-AUTHORITY THRU 2950-EXIT.
001370     IF NOT DL100-AUT-OK
001380         DISPLAY "DL100FXM - OPERATOR AUTHORITY NOT AVAILABLE, "
001390             "NO CARDS APPLIED"
001400         MOVE 16 TO RETURN-CODE
001410         GO TO 9999-EXIT
001420     END-IF.
001430     OPEN OUTPUT FX-NEW-FILE.
001440     IF NOT WS-NEW-OK
001450         DISPLAY "DL100FXM - UNABLE TO OPEN FXNEW, "
001460             "STATUS = " WS-NEW-STATUS
001470         MOVE 16 TO RETURN-CODE
001480         GO TO 9999-EXIT
001490     END-IF.
001500     OPEN INPUT FX-RATE-FILE.
001510     IF WS-FXR-OK
001520         PERFORM 1100-LOAD-REF-REC THRU 1100-EXIT
001530             UNTIL WS-FXR-EOF
001540         CLOSE FX-RATE-FILE
001550     ELSE
001560         DISPLAY "DL100FXM - FXREF NOT PRESENT, STATUS = "
001570             WS-FXR-STATUS ", BUILDING FROM CARDS ONLY"
001580     END-IF.
001590     DISPLAY "DL100FXM - REFERENCE LOADED, " WS-REF-COUNT
001600         " RATES".
001610 1000-EXIT.
001620     EXIT.
001630
001640*----------------------------------------------------------*
001650*  1100-LOAD-REF-REC - LOAD ONE CURRENT REFERENCE RECORD   *
001660*----------------------------------------------------------*
001670 1100-LOAD-REF-REC.
001680     READ FX-RATE-FILE
001690         AT END
001700             SET WS-FXR-EOF TO TRUE
001710             GO TO 1100-EXIT
001720     END-READ.
001730     IF WS-REF-COUNT >= 500
001740         DISPLAY "DL100FXM - WARNING, MORE THAN 500 RATES, "
001750             "EXTRAS DROPPED"
001760         SET WS-FXR-EOF TO TRUE
001770         GO TO 1100-EXIT
001780     END-IF.
001790     ADD 1 TO WS-REF-COUNT.
001800     SET REF-IX TO WS-REF-COUNT.
001810     MOVE DL100-FXR-CURRENCY-CD TO WS-REF-CURRENCY-CD (REF-IX).
001820     MOVE DL100-FXR-EFF-DATE    TO WS-REF-EFF-DATE (REF-IX).
001830     MOVE DL100-FXR-RATE        TO WS-REF-RATE (REF-IX).
001840     MOVE DL100-FXR-ACTIVE-FLAG TO WS-REF-ACTIVE-FLAG (REF-IX).
001850 1100-EXIT.
001860     EXIT.
001870
001880*----------------------------------------------------------*
001890*  2000-APPLY-CARD - APPLY ONE MAINTENANCE CARD            *
001900*----------------------------------------------------------*
001910 2000-APPLY-CARD.
001920     READ MAINT-CARDS
001930         AT END
001940             SET WS-CARD-EOF TO TRUE
001950             GO TO 2000-EXIT
001960     END-READ.
001970     ADD 1 TO WS-CARD-CT.
001980     PERFORM 2600-CHECK-AUTHORITY THRU 2600-EXIT.
001990     IF NOT DL100-AUT-OK
002000         GO TO 2000-EXIT
002010     END-IF.
002020     IF FXM-CURRENCY-CD = SPACES
002030         DISPLAY "DL100FXM - ERROR, CURRENCY CODE MISSING "
002040             "ON CARD " WS-CARD-CT
002050         PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
002060         GO TO 2000-EXIT
002070     END-IF.
002080     IF FXM-EFF-DATE IS NOT NUMERIC
002090         DISPLAY "DL100FXM - ERROR, EFFECTIVE DATE "
002100             "INVALID ON CARD " WS-CARD-CT
002110         PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
002120         GO TO 2000-EXIT
002130     END-IF.
002140*    A ZERO OR UNREADABLE RATE WOULD LOAD IN DL100 AS NO
002150*    RATE AT ALL AND REJECT EVERY DETAIL IN THE CURRENCY,
002160*    SO IT IS AN ERROR HERE, NOT A SUCCESS
002170     IF FXM-ACTION-ADD OR FXM-ACTION-UPDATE
002180         IF FXM-ACTIVE-FLAG NOT = 'A' AND 'I'
002190             DISPLAY "DL100FXM - ERROR, ACTIVE FLAG '"
002200                 FXM-ACTIVE-FLAG "' INVALID ON CARD "
002210                 WS-CARD-CT
002220             PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
002230             GO TO 2000-EXIT
002240         END-IF
002250         IF FXM-RATE IS NOT NUMERIC
002260             OR FXM-RATE = 0
002270             DISPLAY "DL100FXM - ERROR, RATE INVALID ON CARD "
002280                 WS-CARD-CT
002290             PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
002300             GO TO 2000-EXIT
002310         END-IF
002320     END-IF.
002330     PERFORM 2100-FIND-RATE THRU 2100-EXIT.
002340     EVALUATE TRUE
002350         WHEN FXM-ACTION-ADD AND WS-RATE-FOUND
002360             DISPLAY "DL100FXM - ERROR, " FXM-CURRENCY-CD
002370                 " RATE EFFECTIVE " FXM-EFF-DATE
002380                 " ALREADY EXISTS, ADD IGNORED"
002390             PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
002400         WHEN FXM-ACTION-ADD
002410             PERFORM 2200-ADD-RATE THRU 2200-EXIT
002420         WHEN FXM-ACTION-UPDATE AND NOT WS-RATE-FOUND
002430             DISPLAY "DL100FXM - ERROR, " FXM-CURRENCY-CD
002440                 " RATE EFFECTIVE " FXM-EFF-DATE
002450                 " NOT FOUND, UPDATE IGNORED"
002460             PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
002470         WHEN FXM-ACTION-UPDATE
002480             MOVE FXM-RATE TO WS-REF-RATE (REF-IX)
002490             MOVE FXM-ACTIVE-FLAG
002500                 TO WS-REF-ACTIVE-FLAG (REF-IX)
002510             ADD 1 TO WS-UPDATED-CT
002520             PERFORM 2850-LOG-ACCEPTED THRU 2850-EXIT
002530         WHEN FXM-ACTION-DEACT AND NOT WS-RATE-FOUND
002540             DISPLAY "DL100FXM - ERROR, " FXM-CURRENCY-CD
002550                 " RATE EFFECTIVE " FXM-EFF-DATE
002560                 " NOT FOUND, DEACTIVATE IGNORED"
002570             PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
002580         WHEN FXM-ACTION-DEACT
002590             MOVE 'I' TO WS-REF-ACTIVE-FLAG (REF-IX)
002600             ADD 1 TO WS-DEACT-CT
002610             PERFORM 2850-LOG-ACCEPTED THRU 2850-EXIT
002620         WHEN OTHER
002630             DISPLAY "DL100FXM - ERROR, ACTION '" FXM-ACTION
002640                 "' INVALID ON CARD " WS-CARD-CT
002650             PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
002660     END-EVALUATE.
002670 2000-EXIT.
002680     EXIT.
002690
002700*----------------------------------------------------------*
002710*  2100-FIND-RATE - LOOK THE CARD'S CURRENCY AND           *
002720*                   EFFECTIVE DATE UP IN THE TABLE.        *
002730*                   REF-IX IS LEFT ON THE MATCH            *
002740*----------------------------------------------------------*
002750 2100-FIND-RATE.
002760     MOVE 'N' TO WS-RATE-FOUND-SW.
002770     IF WS-REF-COUNT = 0
002780         GO TO 2100-EXIT
002790     END-IF.
002800     SET REF-IX TO 1.
002810     SEARCH WS-REF-ENTRY
002820         AT END
002830             CONTINUE
002840         WHEN REF-IX > WS-REF-COUNT
002850             CONTINUE
002860         WHEN WS-REF-CURRENCY-CD (REF-IX) = FXM-CURRENCY-CD
002870             AND WS-REF-EFF-DATE (REF-IX) = FXM-EFF-DATE
002880             SET WS-RATE-FOUND TO TRUE
002890     END-SEARCH.
002900 2100-EXIT.
002910     EXIT.
002920
002930*----------------------------------------------------------*
002940*  2200-ADD-RATE - APPEND A NEW CURRENCY RATE              *
002950*----------------------------------------------------------*
002960 2200-ADD-RATE.
002970     IF WS-REF-COUNT >= 500
002980         DISPLAY "DL100FXM - ERROR, TABLE FULL, "
002990             FXM-CURRENCY-CD " RATE NOT ADDED"
003000         PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
003010         GO TO 2200-EXIT
003020     END-IF.
003030     ADD 1 TO WS-REF-COUNT.
003040     SET REF-IX TO WS-REF-COUNT.
003050     MOVE FXM-CURRENCY-CD TO WS-REF-CURRENCY-CD (REF-IX).
003060     MOVE FXM-EFF-DATE    TO WS-REF-EFF-DATE (REF-IX).
003070     MOVE FXM-RATE        TO WS-REF-RATE (REF-IX).
003080     MOVE FXM-ACTIVE-FLAG TO WS-REF-ACTIVE-FLAG (REF-IX).
003090     ADD 1 TO WS-ADDED-CT.
003100     PERFORM 2850-LOG-ACCEPTED THRU 2850-EXIT.
003110 2200-EXIT.
003120     EXIT.
003130
003140*----------------------------------------------------------*
003150*  2600-CHECK-AUTHORITY - REFUSE A CARD WHOSE OPERATOR MAY *
003160*                         NOT MAINTAIN EXCHANGE RATES      *
003170*----------------------------------------------------------*
003180 2600-CHECK-AUTHORITY.
003190     MOVE FXM-OPERATOR-ID TO DL100-AUT-OPERATOR-ID.
003200     MOVE SPACES TO DL100-AUT-APPROVER-ID.
003210     SET DL100-AUT-REQ-CHECK TO TRUE.
003220     PERFORM 2950-CALL-AUTHORITY THRU 2950-EXIT.
003230     IF NOT DL100-AUT-OK
003240         DISPLAY "DL100FXM - ERROR, OPERATOR '" FXM-OPERATOR-ID
003250             "' NOT AUTHORIZED FOR EXCHANGE RATES, CARD "
003260             WS-CARD-CT " REFUSED"
003270         ADD 1 TO WS-REFUSED-CT
003280         PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
003290         SET DL100-AUT-REFUSED TO TRUE
003300     END-IF.
003310 2600-EXIT.
003320     EXIT.
003330
003340*----------------------------------------------------------*
003350*  2800-LOG-CARD - LOG THE CURRENT CARD AND ITS OUTCOME    *
003360*----------------------------------------------------------*
003370 2800-LOG-CARD.
003380     MOVE FXM-OPERATOR-ID   TO DL100-AUT-OPERATOR-ID.
003390     MOVE SPACES            TO DL100-AUT-APPROVER-ID.
003400     MOVE ZEROES            TO DL100-AUT-REF-SEQ-NO.
003410     MOVE MAINT-CARD-RECORD TO DL100-AUT-CARD-IMAGE.
003420     SET DL100-AUT-REQ-LOG TO TRUE.
003430     PERFORM 2950-CALL-AUTHORITY THRU 2950-EXIT.
003440     IF NOT DL100-AUT-OK
003450         IF RETURN-CODE < 16
003460             MOVE 16 TO RETURN-CODE
003470         END-IF
003480     END-IF.
003490 2800-EXIT.
003500     EXIT.
003510
003520*----------------------------------------------------------*
003530*  2850-LOG-ACCEPTED - LOG THE CURRENT CARD AS APPLIED     *
003540*----------------------------------------------------------*
003550 2850-LOG-ACCEPTED.
003560     MOVE 'A' TO DL100-AUT-OUTCOME.
003570     MOVE SPACES TO DL100-AUT-REASON-CD.
003580     PERFORM 2800-LOG-CARD THRU 2800-EXIT.
003590 2850-EXIT.
003600     EXIT.
003610
003620*----------------------------------------------------------*
003630*  2900-COUNT-ERROR - COMMON ERROR CARD HANDLING           *
003640*----------------------------------------------------------*
003650 2900-COUNT-ERROR.
003660     ADD 1 TO WS-ERROR-CT.
003670     IF RETURN-CODE < 8
003680         MOVE 8 TO RETURN-CODE
003690     END-IF.
003700     IF DL100-AUT-REASON-CD = SPACES
003710         MOVE 'ER' TO DL100-AUT-REASON-CD
003720     END-IF.
003730     MOVE 'R' TO DL100-AUT-OUTCOME.
003740     PERFORM 2800-LOG-CARD THRU 2800-EXIT.
003750 2900-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------*
003790*  2950-CALL-AUTHORITY - CALL THE AUTHORITY SUBPROGRAM.    *
003800*                        IT COMES BACK WITH R15 ZERO, SO   *
003810*                        THE CALLER'S CODE IS SAVED ACROSS *
003820*                        THE CALL                          *
003830*----------------------------------------------------------*
003840 2950-CALL-AUTHORITY.
003850     MOVE RETURN-CODE TO WS-HOLD-RC.
003860     CALL "DL100AUT" USING DL100-AUT-PARMS.
003870     MOVE WS-HOLD-RC TO RETURN-CODE.
003880 2950-EXIT.
003890     EXIT.
003900
003910*----------------------------------------------------------*
003920*  3000-WRITE-NEW-REF - WRITE THE NEW REFERENCE DATASET    *
003930*----------------------------------------------------------*
003940 3000-WRITE-NEW-REF.
003950     SET REF-IX TO 1.
003960     PERFORM 3100-WRITE-REF-REC THRU 3100-EXIT
003970         UNTIL REF-IX > WS-REF-COUNT.
003980 3000-EXIT.
003990     EXIT.
004000
004010*----------------------------------------------------------*
004020*  3100-WRITE-REF-REC - WRITE ONE REFERENCE RECORD         *
004030*----------------------------------------------------------*
004040 3100-WRITE-REF-REC.
004050     MOVE SPACES TO DL100-FXR-RECORD.
004060     MOVE WS-REF-CURRENCY-CD (REF-IX) TO DL100-FXR-CURRENCY-CD.
004070     MOVE WS-REF-EFF-DATE (REF-IX)    TO DL100-FXR-EFF-DATE.
004080     MOVE WS-REF-RATE (REF-IX)        TO DL100-FXR-RATE.
004090     MOVE WS-REF-ACTIVE-FLAG (REF-IX)
004100         TO DL100-FXR-ACTIVE-FLAG.
004110     WRITE FX-NEW-RECORD FROM DL100-FXR-RECORD.
004120     SET REF-IX UP BY 1.
004130 3100-EXIT.
004140     EXIT.
004150
004160*----------------------------------------------------------*
004170*  8000-PRINT-SUMMARY - MAINTENANCE TOTALS                 *
004180*----------------------------------------------------------*
004190 8000-PRINT-SUMMARY.
004200     DISPLAY "DL100FXM - RUN SUMMARY".
004210     DISPLAY "  CARDS READ        = " WS-CARD-CT.
004220     DISPLAY "  RATES ADDED       = " WS-ADDED-CT.
004230     DISPLAY "  RATES UPDATED     = " WS-UPDATED-CT.
004240     DISPLAY "  RATES DEACTIVATED = " WS-DEACT-CT.
004250     DISPLAY "  NOT AUTHORIZED    = " WS-REFUSED-CT.
004260     DISPLAY "  CARDS IN ERROR    = " WS-ERROR-CT.
004270     DISPLAY "  RATES WRITTEN     = " WS-REF-COUNT.
004280 8000-EXIT.
004290     EXIT.
004300
004310*----------------------------------------------------------*
004320*  9000-TERMINATE - CLOSE FILES                            *
004330*----------------------------------------------------------*
004340 9000-TERMINATE.
004350     CLOSE MAINT-CARDS.
004360     SET DL100-AUT-REQ-CLOSE TO TRUE.
004370     PERFORM 2950-CALL-AUTHORITY THRU 2950-EXIT.
004380     CLOSE FX-NEW-FILE.
004390 9000-EXIT.
004400     EXIT.
004410
004420 9999-EXIT.
004430     STOP RUN.
