000150*                   NEW GENERATION TO STATNEW, SO          *
000160*                   OPERATIONS CAN INTRODUCE A STATUS CODE *
000170*                   WITHOUT WAITING FOR A RECOMPILE.       *
000180*  10/15/26   RLH   CARDS NOW CARRY AN OPERATOR ID,        *
000190*                   CHECKED AGAINST THE OPERAUTH AUTHORITY *
000200*                   FILE THROUGH DL100AUT.  A CARD FROM AN *
000210*                   OPERATOR WITHOUT STATUS CODE AUTHORITY *
000220*                   IS REFUSED, AND EVERY ACCEPTED OR      *
000230*                   REFUSED CARD IS LOGGED TO THE          *
000240*                   CUMULATIVE MAINTLOG.                   *
000250*----------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT STATUS-REF-FILE ASSIGN TO "STATREF"
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS WS-SRF-STATUS.
000350     SELECT STATUS-NEW-FILE ASSIGN TO "STATNEW"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-NEW-STATUS.
000380     SELECT MAINT-CARDS ASSIGN TO "STMCARDS"
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-CARD-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  STATUS-REF-FILE
000440     RECORDING MODE IS F
000450     LABEL RECORDS ARE STANDARD.
000460     COPY DL100SRF.
000470 FD  STATUS-NEW-FILE
000480     RECORDING MODE IS F
000490     LABEL RECORDS ARE STANDARD.
000500 01  STATUS-NEW-RECORD             PIC X(41).
000510 FD  MAINT-CARDS
000520     RECORDING MODE IS F
000530     LABEL RECORDS ARE STANDARD.
000540 01  MAINT-CARD-RECORD.
000550     05  STM-ACTION                PIC X(01).
000560         88  STM-ACTION-ADD                VALUE 'A'.
000570         88  STM-ACTION-UPDATE             VALUE 'U'.
000580         88  STM-ACTION-DEACT              VALUE 'D'.
000590     05  STM-CODE                  PIC X(02).
000600     05  STM-DESC                  PIC X(30).
000610     05  STM-ACTIVE-FLAG           PIC X(01).
000620     05  STM-EFF-DATE              PIC 9(08).
000630     05  STM-OPERATOR-ID           PIC X(08).
000640     05  FILLER                    PIC X(30).
000650 WORKING-STORAGE SECTION.
000660*----------------------------------------------------------*
000670*  RUN CONTROL SWITCHES                                    *
000680*----------------------------------------------------------*
000690 01  WS-SWITCHES.
000700     05  WS-SRF-EOF-SW             PIC X(01)  VALUE 'N'.
000710         88  WS-SRF-EOF                       VALUE 'Y'.
000720     05  WS-CARD-EOF-SW            PIC X(01)  VALUE 'N'.
000730         88  WS-CARD-EOF                      VALUE 'Y'.
000740     05  WS-CODE-FOUND-SW          PIC X(01)  VALUE 'N'.
000750         88  WS-CODE-FOUND                    VALUE 'Y'.
000760 01  WS-SRF-STATUS                 PIC X(02)  VALUE SPACES.
000770     88  WS-SRF-OK                            VALUE '00'.
000780 01  WS-NEW-STATUS                 PIC X(02)  VALUE SPACES.
000790     88  WS-NEW-OK                            VALUE '00'.
000800 01  WS-CARD-STATUS                PIC X(02)  VALUE SPACES.
000810     88  WS-CARD-OK                           VALUE '00'.
000820 01  WS-CARD-CT                    PIC 9(06)  VALUE ZEROES COMP.
000830 01  WS-ADDED-CT                   PIC 9(06)  VALUE ZEROES COMP.
000840 01  WS-UPDATED-CT                 PIC 9(06)  VALUE ZEROES COMP.
000850 01  WS-DEACT-CT                   PIC 9(06)  VALUE ZEROES COMP.
000860 01  WS-ERROR-CT                   PIC 9(06)  VALUE ZEROES COMP.
000870*----------------------------------------------------------*
000880*  IN-CORE COPY OF THE REFERENCE TABLE                     *
000890*----------------------------------------------------------*
000900 01  WS-REF-TABLE.
000910     05  WS-REF-COUNT              PIC 9(04)  VALUE ZEROES COMP.
000920     05  WS-REF-ENTRY OCCURS 50 TIMES
000930             INDEXED BY REF-IX.
000940         10  WS-REF-CODE           PIC X(02).
000950         10  WS-REF-DESC           PIC X(30).
000960         10  WS-REF-ACTIVE-FLAG    PIC X(01).
000970         10  WS-REF-EFF-DATE       PIC 9(08).
000980*----------------------------------------------------------*
000990*  OPERATOR AUTHORITY AND MAINTENANCE LOG INTERFACE        *
001000*----------------------------------------------------------*
001010 01  WS-HOLD-RC                    PIC S9(04) VALUE ZEROES COMP.
001020 01  WS-REFUSED-CT                 PIC 9(06)  VALUE ZEROES COMP.
001030     COPY DL100AUL.
001040 PROCEDURE DIVISION.
001050*----------------------------------------------------------*
001060*  0000-MAINLINE                                           *
001070*----------------------------------------------------------*
001080 0000-MAINLINE.
001090     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001100     PERFORM 2000-APPLY-CARD THRU 2000-EXIT
001110         UNTIL WS-CARD-EOF.
001120     PERFORM 3000-WRITE-NEW-REF THRU 3000-EXIT.
001130     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
001140     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001150     GO TO 9999-EXIT.
001160
001170*----------------------------------------------------------*
001180*  1000-INITIALIZE - OPEN FILES AND LOAD THE CURRENT       *
001190*                    REFERENCE TABLE                       *
001200*----------------------------------------------------------*
001210 1000-INITIALIZE.
001220     OPEN INPUT MAINT-CARDS.
001230     IF NOT WS-CARD-OK
001240         DISPLAY "DL100STM - UNABLE TO OPEN STMCARDS, "
001250             "STATUS = " WS-CARD-STATUS
001260         MOVE 16 TO RETURN-CODE
001270         GO TO 9999-EXIT
001280     END-IF.
001290     MOVE 'DL100STM' TO DL100-AUT-PROGRAM.
001300     SET DL100-AUT-FN-STATUS TO TRUE.
001310     SET DL100-AUT-REQ-OPEN TO TRUE.
001320     PERFORM 2950-CALL-AUTHORITY THRU 2950-EXIT.
001330     IF NOT DL100-AUT-OK
001340         DISPLAY "DL100STM - OPERATOR AUTHORITY NOT AVAILABLE, "
001350             "NO CARDS APPLIED"
001360         MOVE 16 TO RETURN-CODE
001370         GO TO 9999-EXIT
001380     END-IF.
001390     OPEN OUTPUT STATUS-NEW-FILE.
001400     IF NOT WS-NEW-OK
001410         DISPLAY "DL100STM - UNABLE TO OPEN STATNEW, "
001420             "STATUS = " WS-NEW-STATUS
001430         MOVE 16 TO RETURN-CODE
001440         GO TO 9999-EXIT
001450     END-IF.
001460     OPEN INPUT STATUS-REF-FILE.
001470     IF WS-SRF-OK
001480         PERFORM 1100-LOAD-REF-REC THRU 1100-EXIT
001490             UNTIL WS-SRF-EOF
001500         CLOSE STATUS-REF-FILE
001510     ELSE
001520         DISPLAY "DL100STM - STATREF NOT PRESENT, STATUS = "
001530             WS-SRF-STATUS ", BUILDING FROM CARDS ONLY"
001540     END-IF.
001550     DISPLAY "DL100STM - REFERENCE LOADED, " WS-REF-COUNT
001560         " CODES".
001570 1000-EXIT.
001580     EXIT.
001590
001600*----------------------------------------------------------*
001610*  1100-LOAD-REF-REC - LOAD ONE CURRENT REFERENCE RECORD   *
001620*----------------------------------------------------------*
001630 1100-LOAD-REF-REC.
001640     READ STATUS-REF-FILE
001650         AT END
001660             SET WS-SRF-EOF TO TRUE
001670             GO TO 1100-EXIT
001680     END-READ.
001690     IF WS-REF-COUNT >= 50
001700         DISPLAY "DL100STM - WARNING, MORE THAN 50 CODES, "
001710             "EXTRAS DROPPED"
001720         SET WS-SRF-EOF TO TRUE
001730         GO TO 1100-EXIT
001740     END-IF.
001750     ADD 1 TO WS-REF-COUNT.
001760     SET REF-IX TO WS-REF-COUNT.
001770     MOVE DL100-SRF-CODE        TO WS-REF-CODE (REF-IX).
001780     MOVE DL100-SRF-DESC        TO WS-REF-DESC (REF-IX).
001790     MOVE DL100-SRF-ACTIVE-FLAG TO WS-REF-ACTIVE-FLAG (REF-IX).
001800     MOVE DL100-SRF-EFF-DATE    TO WS-REF-EFF-DATE (REF-IX).
001810 1100-EXIT.
001820     EXIT.
001830
001840*----------------------------------------------------------*
001850*  2000-APPLY-CARD - APPLY ONE MAINTENANCE CARD            *
001860*----------------------------------------------------------*
001870 2000-APPLY-CARD.
001880     READ MAINT-CARDS
001890         AT END
001900             SET WS-CARD-EOF TO TRUE
001910             GO TO 2000-EXIT
001920     END-READ.
001930     ADD 1 TO WS-CARD-CT.
001940     PERFORM 2600-CHECK-AUTHORITY THRU 2600-EXIT.
001950     IF NOT DL100-AUT-OK
001960         GO TO 2000-EXIT
001970     END-IF.
001980*    AN ADD OR UPDATE WITH A BAD FLAG OR DATE WOULD LOAD IN
001990*    DL100 AS USABLE = 'N' AND REJECT EVERY RECORD CARRYING
002000*    THE CODE, SO IT IS AN ERROR HERE, NOT A SUCCESS
002010     IF STM-ACTION-ADD OR STM-ACTION-UPDATE
002020         IF STM-ACTIVE-FLAG NOT = 'A' AND 'I'
002030             DISPLAY "DL100STM - ERROR, ACTIVE FLAG '"
002040                 STM-ACTIVE-FLAG "' INVALID ON CARD "
002050                 WS-CARD-CT
002060             PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
002070             GO TO 2000-EXIT
002080         END-IF
002090         IF STM-EFF-DATE IS NOT NUMERIC
002100             DISPLAY "DL100STM - ERROR, EFFECTIVE DATE "
002110                 "INVALID ON CARD " WS-CARD-CT
002120             PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
002130             GO TO 2000-EXIT
002140         END-IF
002150     END-IF.
002160     PERFORM 2100-FIND-CODE THRU 2100-EXIT.
002170     EVALUATE TRUE
002180         WHEN STM-ACTION-ADD AND WS-CODE-FOUND
002190             DISPLAY "DL100STM - ERROR, CODE " STM-CODE
002200                 " ALREADY EXISTS, ADD IGNORED"
002210             PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
002220         WHEN STM-ACTION-ADD
002230             PERFORM 2200-ADD-CODE THRU 2200-EXIT
002240         WHEN STM-ACTION-UPDATE AND NOT WS-CODE-FOUND
002250             DISPLAY "DL100STM - ERROR, CODE " STM-CODE
002260                 " NOT FOUND, UPDATE IGNORED"
002270             PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
002280         WHEN STM-ACTION-UPDATE
002290             MOVE STM-DESC TO WS-REF-DESC (REF-IX)
002300             MOVE STM-ACTIVE-FLAG
002310                 TO WS-REF-ACTIVE-FLAG (REF-IX)
002320             MOVE STM-EFF-DATE TO WS-REF-EFF-DATE (REF-IX)
002330             ADD 1 TO WS-UPDATED-CT
002340             PERFORM 2850-LOG-ACCEPTED THRU 2850-EXIT
002350         WHEN STM-ACTION-DEACT AND NOT WS-CODE-FOUND
002360             DISPLAY "DL100STM - ERROR, CODE " STM-CODE
002370                 " NOT FOUND, DEACTIVATE IGNORED"
002380             PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
002390         WHEN STM-ACTION-DEACT
002400             MOVE 'I' TO WS-REF-ACTIVE-FLAG (REF-IX)
002410             ADD 1 TO WS-DEACT-CT
002420             PERFORM 2850-LOG-ACCEPTED THRU 2850-EXIT
002430         WHEN OTHER
002440             DISPLAY "DL100STM - ERROR, ACTION '" STM-ACTION
002450                 "' INVALID ON CARD " WS-CARD-CT
002460             PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
002470     END-EVALUATE.
002480 2000-EXIT.
002490     EXIT.
002500
002510*----------------------------------------------------------*
002520*  2100-FIND-CODE - LOOK THE CARD'S CODE UP IN THE TABLE.  *
002530*                   REF-IX IS LEFT ON THE MATCH            *
002540*----------------------------------------------------------*
002550 2100-FIND-CODE.
002560     MOVE 'N' TO WS-CODE-FOUND-SW.
002570     IF WS-REF-COUNT = 0
002580         GO TO 2100-EXIT
002590     END-IF.
002600     SET REF-IX TO 1.
002610     SEARCH WS-REF-ENTRY
002620         AT END
002630             CONTINUE
002640         WHEN REF-IX > WS-REF-COUNT
002650             CONTINUE
002660         WHEN WS-REF-CODE (REF-IX) = STM-CODE
002670             SET WS-CODE-FOUND TO TRUE
002680     END-SEARCH.
002690 2100-EXIT.
002700     EXIT.
002710
002720*----------------------------------------------------------*
002730*  2200-ADD-CODE - APPEND A NEW STATUS CODE                *
002740*----------------------------------------------------------*
002750 2200-ADD-CODE.
002760     IF WS-REF-COUNT >= 50
002770         DISPLAY "DL100STM - ERROR, TABLE FULL, CODE "
002780             STM-CODE " NOT ADDED"
002790         PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
002800         GO TO 2200-EXIT
002810     END-IF.
002820     ADD 1 TO WS-REF-COUNT.
002830     SET REF-IX TO WS-REF-COUNT.
002840     MOVE STM-CODE        TO WS-REF-CODE (REF-IX).
002850     MOVE STM-DESC        TO WS-REF-DESC (REF-IX).
002860     MOVE STM-ACTIVE-FLAG TO WS-REF-ACTIVE-FLAG (REF-IX).
002870     MOVE STM-EFF-DATE    TO WS-REF-EFF-DATE (REF-IX).
002880     ADD 1 TO WS-ADDED-CT.
002890     PERFORM 2850-LOG-ACCEPTED THRU 2850-EXIT.
002900 2200-EXIT.
002910     EXIT.
002920
002930*----------------------------------------------------------*
002940*  2600-CHECK-AUTHORITY - REFUSE A CARD WHOSE OPERATOR MAY *
002950*                         NOT MAINTAIN STATUS CODES        *
002960*----------------------------------------------------------*
002970 2600-CHECK-AUTHORITY.
002980     MOVE STM-OPERATOR-ID TO DL100-AUT-OPERATOR-ID.
002990     MOVE SPACES TO DL100-AUT-APPROVER-ID.
003000     SET DL100-AUT-REQ-CHECK TO TRUE.
003010     PERFORM 2950-CALL-AUTHORITY THRU 2950-EXIT.
003020     IF NOT DL100-AUT-OK
003030         DISPLAY "DL100STM - ERROR, OPERATOR '" STM-OPERATOR-ID
003040             "' NOT AUTHORIZED FOR STATUS CODES, CARD "
003050             WS-CARD-CT " REFUSED"
003060         ADD 1 TO WS-REFUSED-CT
003070         PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
003080         SET DL100-AUT-REFUSED TO TRUE
003090     END-IF.
003100 2600-EXIT.
003110     EXIT.
003120
003130*----------------------------------------------------------*
003140*  2800-LOG-CARD - LOG THE CURRENT CARD AND ITS OUTCOME    *
003150*----------------------------------------------------------*
003160 2800-LOG-CARD.
003170     MOVE STM-OPERATOR-ID   TO DL100-AUT-OPERATOR-ID.
003180     MOVE SPACES            TO DL100-AUT-APPROVER-ID.
003190     MOVE ZEROES            TO DL100-AUT-REF-SEQ-NO.
003200     MOVE MAINT-CARD-RECORD TO DL100-AUT-CARD-IMAGE.
003210     SET DL100-AUT-REQ-LOG TO TRUE.
003220     PERFORM 2950-CALL-AUTHORITY THRU 2950-EXIT.
003230     IF NOT DL100-AUT-OK
003240         IF RETURN-CODE < 16
003250             MOVE 16 TO RETURN-CODE
003260         END-IF
003270     END-IF.
003280 2800-EXIT.
003290     EXIT.
003300
003310*----------------------------------------------------------*
003320*  2850-LOG-ACCEPTED - LOG THE CURRENT CARD AS APPLIED     *
003330*----------------------------------------------------------*
003340 2850-LOG-ACCEPTED.
003350     MOVE 'A' TO DL100-AUT-OUTCOME.
003360     MOVE SPACES TO DL100-AUT-REASON-CD.
003370     PERFORM 2800-LOG-CARD THRU 2800-EXIT.
003380 2850-EXIT.
003390     EXIT.
003400
003410*----------------------------------------------------------*
003420*  2900-COUNT-ERROR - COMMON ERROR CARD HANDLING           *
003430*----------------------------------------------------------*
003440 2900-COUNT-ERROR.
003450     ADD 1 TO WS-ERROR-CT.
003460     IF RETURN-CODE < 8
003470         MOVE 8 TO RETURN-CODE
003480     END-IF.
003490     IF DL100-AUT-REASON-CD = SPACES
003500         MOVE 'ER' TO DL100-AUT-REASON-CD
003510     END-IF.
003520     MOVE 'R' TO DL100-AUT-OUTCOME.
003530     PERFORM 2800-LOG-CARD THRU 2800-EXIT.
003540 2900-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------*
003580*  2950-CALL-AUTHORITY - CALL THE AUTHORITY SUBPROGRAM.    *
003590*                        IT COMES BACK WITH R15 ZERO, SO   *
003600*                        THE CALLER'S CODE IS SAVED ACROSS *
003610*                        THE CALL                          *
003620*----------------------------------------------------------*
003630 2950-CALL-AUTHORITY.
003640     MOVE RETURN-CODE TO WS-HOLD-RC.
003650     CALL "DL100AUT" USING DL100-AUT-PARMS.
003660     MOVE WS-HOLD-RC TO RETURN-CODE.
003670 2950-EXIT.
003680     EXIT.
003690
003700*----------------------------------------------------------*
003710*  3000-WRITE-NEW-REF - WRITE THE NEW REFERENCE DATASET    *
003720*----------------------------------------------------------*
003730 3000-WRITE-NEW-REF.
003740     SET REF-IX TO 1.
003750     PERFORM 3100-WRITE-REF-REC THRU 3100-EXIT
003760         UNTIL REF-IX > WS-REF-COUNT.
003770 3000-EXIT.
003780     EXIT.
003790
003800*----------------------------------------------------------*
003810*  3100-WRITE-REF-REC - WRITE ONE REFERENCE RECORD         *
003820*----------------------------------------------------------*
003830 3100-WRITE-REF-REC.
003840     MOVE WS-REF-CODE (REF-IX)        TO DL100-SRF-CODE.
003850     MOVE WS-REF-DESC (REF-IX)        TO DL100-SRF-DESC.
003860     MOVE WS-REF-ACTIVE-FLAG (REF-IX)
003870         TO DL100-SRF-ACTIVE-FLAG.
003880     MOVE WS-REF-EFF-DATE (REF-IX)    TO DL100-SRF-EFF-DATE.
003890     WRITE STATUS-NEW-RECORD FROM DL100-SRF-RECORD.
003900     SET REF-IX UP BY 1.
003910 3100-EXIT.
003920     EXIT.
003930
003940*----------------------------------------------------------*
003950*  8000-PRINT-SUMMARY - MAINTENANCE TOTALS                 *
003960*----------------------------------------------------------*
003970 8000-PRINT-SUMMARY.
003980     DISPLAY "DL100STM - RUN SUMMARY".
003990     DISPLAY "  CARDS READ        = " WS-CARD-CT.
004000     DISPLAY "  CODES ADDED       = " WS-ADDED-CT.
004010     DISPLAY "  CODES UPDATED     = " WS-UPDATED-CT.
004020     DISPLAY "  CODES DEACTIVATED = " WS-DEACT-CT.
004030     DISPLAY "  NOT AUTHORIZED    = " WS-REFUSED-CT.
004040     DISPLAY "  CARDS IN ERROR    = " WS-ERROR-CT.
004050     DISPLAY "  CODES WRITTEN     = " WS-REF-COUNT.
004060 8000-EXIT.
004070     EXIT.
004080
004090*----------------------------------------------------------*
004100*  9000-TERMINATE - CLOSE FILES                            *
004110*----------------------------------------------------------*
004120 9000-TERMINATE.
004130     CLOSE MAINT-CARDS.
004140     SET DL100-AUT-REQ-CLOSE TO TRUE.
004150     PERFORM 2950-CALL-AUTHORITY THRU 2950-EXIT.
004160     CLOSE STATUS-NEW-FILE.
004170 9000-EXIT.
004180     EXIT.
004190
004200 9999-EXIT.
004210     STOP RUN.
