000170*                   CAN INTRODUCE A REGION OR FLIP ITS     *
000180*                   EXPECTED-TONIGHT FLAG WITHOUT A        *
000190*                   RECOMPILE.                             *
000200*  10/15/26   RLH   CARDS NOW CARRY AN OPERATOR ID,        *
000210*                   CHECKED AGAINST THE OPERAUTH AUTHORITY *
000220*                   FILE THROUGH DL100AUT.  A CARD FROM AN *
000230*                   OPERATOR WITHOUT REGION AUTHORITY IS   *
000240*                   REFUSED, AND EVERY ACCEPTED OR REFUSED *
000250*                   CARD IS LOGGED TO THE CUMULATIVE       *
000260*                   MAINTLOG.                              *
000270*----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT REGION-REF-FILE ASSIGN TO "REGNREF"
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-RGF-STATUS.
000370     SELECT REGION-NEW-FILE ASSIGN TO "REGNNEW"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-NEW-STATUS.
000400     SELECT MAINT-CARDS ASSIGN TO "RGMCARDS"
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-CARD-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  REGION-REF-FILE
000460     RECORDING MODE IS F
000470     LABEL RECORDS ARE STANDARD.
000480     COPY DL100RGN.
000490 FD  REGION-NEW-FILE
000500     RECORDING MODE IS F
000510     LABEL RECORDS ARE STANDARD.
000520 01  REGION-NEW-RECORD             PIC X(80).
000530 FD  MAINT-CARDS
000540     RECORDING MODE IS F
000550     LABEL RECORDS ARE STANDARD.
000560 01  MAINT-CARD-RECORD.
000570     05  RGM-ACTION                PIC X(01).
000580         88  RGM-ACTION-ADD                VALUE 'A'.
000590         88  RGM-ACTION-UPDATE             VALUE 'U'.
000600         88  RGM-ACTION-DROP               VALUE 'D'.
000610     05  RGM-CODE                  PIC X(03).
000620     05  RGM-DESC                  PIC X(30).
000630     05  RGM-EXPECTED-FLAG         PIC X(01).
000640     05  RGM-OPERATOR-ID           PIC X(08).
000650     05  FILLER                    PIC X(37).
000660 WORKING-STORAGE SECTION.
000670*----------------------------------------------------------*
000680*  RUN CONTROL SWITCHES                                    *
000690*----------------------------------------------------------*
000700 01  WS-SWITCHES.
000710     05  WS-RGF-EOF-SW             PIC X(01)  VALUE 'N'.
000720         88  WS-RGF-EOF                       VALUE 'Y'.
000730     05  WS-CARD-EOF-SW            PIC X(01)  VALUE 'N'.
000740         88  WS-CARD-EOF                      VALUE 'Y'.
000750     05  WS-CODE-FOUND-SW          PIC X(01)  VALUE 'N'.
000760         88  WS-CODE-FOUND                    VALUE 'Y'.
000770 01  WS-RGF-STATUS                 PIC X(02)  VALUE SPACES.
000780     88  WS-RGF-OK                            VALUE '00'.
000790 01  WS-NEW-STATUS                 PIC X(02)  VALUE SPACES.
000800     88  WS-NEW-OK                            VALUE '00'.
000810 01  WS-CARD-STATUS                PIC X(02)  VALUE SPACES.
000820     88  WS-CARD-OK                           VALUE '00'.
000830 01  WS-CARD-CT                    PIC 9(06)  VALUE ZEROES COMP.
000840 01  WS-ADDED-CT                   PIC 9(06)  VALUE ZEROES COMP.
000850 01  WS-UPDATED-CT                 PIC 9(06)  VALUE ZEROES COMP.
000860 01  WS-DROPPED-CT                 PIC 9(06)  VALUE ZEROES COMP.
000870 01  WS-ERROR-CT                   PIC 9(06)  VALUE ZEROES COMP.
000880 01  WS-WRITTEN-CT                 PIC 9(06)  VALUE ZEROES COMP.
000890*----------------------------------------------------------*
000900*  IN-CORE COPY OF THE REFERENCE TABLE.  A DROPPED REGION  *
000910*  IS MARKED AND SIMPLY NOT WRITTEN TO THE NEW GENERATION  *
000920*----------------------------------------------------------*
000930 01  WS-REF-TABLE.
000940     05  WS-REF-COUNT              PIC 9(04)  VALUE ZEROES COMP.
000950     05  WS-REF-ENTRY OCCURS 10 TIMES
000960             INDEXED BY REF-IX.
000970         10  WS-REF-CODE           PIC X(03).
000980         10  WS-REF-DESC           PIC X(30).
000990         10  WS-REF-EXPECTED-FLAG  PIC X(01).
001000         10  WS-REF-DROPPED-SW     PIC X(01).
001010             88  WS-REF-DROPPED            VALUE 'Y'.
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
001280         DISPLAY "DL100RGM - UNABLE TO OPEN RGMCARDS, "
001290             "STATUS = " WS-CARD-STATUS
001300         MOVE 16 TO RETURN-CODE
001310         GO TO 9999-EXIT
001320     END-IF.
001330     MOVE 'DL100RGM' TO DL100-AUT-PROGRAM.
001340     SET DL100-AUT-FN-REGION TO TRUE.
001350     SET DL100-AUT-REQ-OPEN TO TRUE.
001360     PERFORM 2950-CALL-AUTHORITY THRU 2950-EXIT.
001370     IF NOT DL100-AUT-OK
001380         DISPLAY "DL100RGM - OPERATOR AUTHORITY NOT AVAILABLE, "
001390             "NO CARDS APPLIED"
001400         MOVE 16 TO RETURN-CODE
001410         GO TO 9999-EXIT
001420     END-IF.
001430     OPEN OUTPUT REGION-NEW-FILE.
001440     IF NOT WS-NEW-OK
001450         DISPLAY "DL100RGM - UNABLE TO OPEN REGNNEW, "
001460             "STATUS = " WS-NEW-STATUS
001470         MOVE 16 TO RETURN-CODE
001480         GO TO 9999-EXIT
001490     END-IF.
001500     OPEN INPUT REGION-REF-FILE.
001510     IF WS-RGF-OK
001520         PERFORM 1100-LOAD-REF-REC THRU 1100-EXIT
001530             UNTIL WS-RGF-EOF
001540         CLOSE REGION-REF-FILE
001550     ELSE
001560         DISPLAY "DL100RGM - REGNREF NOT PRESENT, STATUS = "
001570             WS-RGF-STATUS ", BUILDING FROM CARDS ONLY"
001580     END-IF.
001590     DISPLAY "DL100RGM - REFERENCE LOADED, " WS-REF-COUNT
001600         " REGIONS".
001610 1000-EXIT.
001620     EXIT.
001630
001640*----------------------------------------------------------*
001650*  1100-LOAD-REF-REC - LOAD ONE CURRENT REFERENCE RECORD   *
001660*----------------------------------------------------------*
001670 1100-LOAD-REF-REC.
001680     READ REGION-REF-FILE
001690         AT END
001700             SET WS-RGF-EOF TO TRUE
001710             GO TO 1100-EXIT
001720     END-READ.
001730     IF WS-REF-COUNT >= 10
001740         DISPLAY "DL100RGM - WARNING, MORE THAN 10 REGIONS, "
001750             "EXTRAS DROPPED"
001760         SET WS-RGF-EOF TO TRUE
001770         GO TO 1100-EXIT
001780     END-IF.
001790     ADD 1 TO WS-REF-COUNT.
001800     SET REF-IX TO WS-REF-COUNT.
001810     MOVE DL100-RGN-CODE          TO WS-REF-CODE (REF-IX).
001820     MOVE DL100-RGN-DESC          TO WS-REF-DESC (REF-IX).
001830     MOVE DL100-RGN-EXPECTED-FLAG
001840         TO WS-REF-EXPECTED-FLAG (REF-IX).
001850     MOVE 'N'                     TO WS-REF-DROPPED-SW (REF-IX).
001860 1100-EXIT.
001870     EXIT.
001880
001890*----------------------------------------------------------*
001900*  2000-APPLY-CARD - APPLY ONE MAINTENANCE CARD            *
001910*----------------------------------------------------------*
001920 2000-APPLY-CARD.
001930     READ MAINT-CARDS
001940         AT END
001950             SET WS-CARD-EOF TO TRUE
001960             GO TO 2000-EXIT
001970     END-READ.
001980     ADD 1 TO WS-CARD-CT.
001990     PERFORM 2600-CHECK-AUTHORITY THRU 2600-EXIT.
002000     IF NOT DL100-AUT-OK
002010         GO TO 2000-EXIT
002020     END-IF.
002030     IF RGM-ACTION-ADD OR RGM-ACTION-UPDATE
002040         IF RGM-EXPECTED-FLAG NOT = 'Y' AND 'N'
002050             DISPLAY "DL100RGM - ERROR, EXPECTED FLAG '"
002060                 RGM-EXPECTED-FLAG "' INVALID ON CARD "
002070                 WS-CARD-CT
002080             PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
002090             GO TO 2000-EXIT
002100         END-IF
002110         IF RGM-CODE = SPACES
002120             DISPLAY "DL100RGM - ERROR, BLANK REGION CODE "
002130                 "ON CARD " WS-CARD-CT
002140             PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
002150             GO TO 2000-EXIT
002160         END-IF
002170     END-IF.
002180     PERFORM 2100-FIND-CODE THRU 2100-EXIT.
002190     EVALUATE TRUE
002200         WHEN RGM-ACTION-ADD AND WS-CODE-FOUND
002210             DISPLAY "DL100RGM - ERROR, REGION " RGM-CODE
002220                 " ALREADY EXISTS, ADD IGNORED"
002230             PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
002240         WHEN RGM-ACTION-ADD
002250             PERFORM 2200-ADD-CODE THRU 2200-EXIT
002260         WHEN RGM-ACTION-UPDATE AND NOT WS-CODE-FOUND
002270             DISPLAY "DL100RGM - ERROR, REGION " RGM-CODE
002280                 " NOT FOUND, UPDATE IGNORED"
002290             PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
002300         WHEN RGM-ACTION-UPDATE
002310             MOVE RGM-DESC TO WS-REF-DESC (REF-IX)
002320             MOVE RGM-EXPECTED-FLAG
002330                 TO WS-REF-EXPECTED-FLAG (REF-IX)
002340             ADD 1 TO WS-UPDATED-CT
002350             PERFORM 2850-LOG-ACCEPTED THRU 2850-EXIT
002360         WHEN RGM-ACTION-DROP AND NOT WS-CODE-FOUND
002370             DISPLAY "DL100RGM - ERROR, REGION " RGM-CODE
002380                 " NOT FOUND, DROP IGNORED"
002390             PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
002400         WHEN RGM-ACTION-DROP
002410             SET WS-REF-DROPPED (REF-IX) TO TRUE
002420             ADD 1 TO WS-DROPPED-CT
002430             PERFORM 2850-LOG-ACCEPTED THRU 2850-EXIT
002440         WHEN OTHER
002450             DISPLAY "DL100RGM - ERROR, ACTION '" RGM-ACTION
002460                 "' INVALID ON CARD " WS-CARD-CT
002470             PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
002480     END-EVALUATE.
002490 2000-EXIT.
002500     EXIT.
002510
002520*----------------------------------------------------------*
002530*  2100-FIND-CODE - LOOK THE CARD'S REGION UP IN THE       *
002540*                   TABLE.  REF-IX IS LEFT ON THE MATCH    *
002550*----------------------------------------------------------*
002560 2100-FIND-CODE.
002570     MOVE 'N' TO WS-CODE-FOUND-SW.
002580     IF WS-REF-COUNT = 0
002590         GO TO 2100-EXIT
002600     END-IF.
002610     SET REF-IX TO 1.
002620     SEARCH WS-REF-ENTRY
002630         AT END
002640             CONTINUE
002650         WHEN REF-IX > WS-REF-COUNT
002660             CONTINUE
002670         WHEN WS-REF-CODE (REF-IX) = RGM-CODE
002680             SET WS-CODE-FOUND TO TRUE
002690     END-SEARCH.
002700 2100-EXIT.
002710     EXIT.
002720
002730*----------------------------------------------------------*
002740*  2200-ADD-CODE - APPEND A NEW REGION                     *
002750*----------------------------------------------------------*
002760 2200-ADD-CODE.
002770     IF WS-REF-COUNT >= 10
002780         DISPLAY "DL100RGM - ERROR, TABLE FULL, REGION "
002790             RGM-CODE " NOT ADDED"
002800         PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
002810         GO TO 2200-EXIT
002820     END-IF.
002830     ADD 1 TO WS-REF-COUNT.
002840     SET REF-IX TO WS-REF-COUNT.
002850     MOVE RGM-CODE          TO WS-REF-CODE (REF-IX).
002860     MOVE RGM-DESC          TO WS-REF-DESC (REF-IX).
002870     MOVE RGM-EXPECTED-FLAG TO WS-REF-EXPECTED-FLAG (REF-IX).
002880     MOVE 'N'               TO WS-REF-DROPPED-SW (REF-IX).
002890     ADD 1 TO WS-ADDED-CT.
002900     PERFORM 2850-LOG-ACCEPTED THRU 2850-EXIT.
002910 2200-EXIT.
002920     EXIT.
002930
002940*----------------------------------------------------------*
002950*  2600-CHECK-AUTHORITY - REFUSE A CARD WHOSE OPERATOR MAY *
002960*                         NOT MAINTAIN REGIONS             *
002970*----------------------------------------------------------*
002980 2600-CHECK-AUTHORITY.
002990     MOVE RGM-OPERATOR-ID TO DL100-AUT-OPERATOR-ID.
003000     MOVE SPACES TO DL100-AUT-APPROVER-ID.
003010     SET DL100-AUT-REQ-CHECK TO TRUE.
003020     PERFORM 2950-CALL-AUTHORITY THRU 2950-EXIT.
003030     IF NOT DL100-AUT-OK
003040         DISPLAY "DL100RGM - ERROR, OPERATOR '" RGM-OPERATOR-ID
003050             "' NOT AUTHORIZED FOR REGIONS, CARD "
003060             WS-CARD-CT " REFUSED"
003070         ADD 1 TO WS-REFUSED-CT
003080         PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
003090         SET DL100-AUT-REFUSED TO TRUE
003100     END-IF.
003110 2600-EXIT.
003120     EXIT.
003130
003140*----------------------------------------------------------*
003150*  2800-LOG-CARD - LOG THE CURRENT CARD AND ITS OUTCOME    *
003160*----------------------------------------------------------*
003170 2800-LOG-CARD.
003180     MOVE RGM-OPERATOR-ID   TO DL100-AUT-OPERATOR-ID.
003190     MOVE SPACES            TO DL100-AUT-APPROVER-ID.
003200     MOVE ZEROES            TO DL100-AUT-REF-SEQ-NO.
003210     MOVE MAINT-CARD-RECORD TO DL100-AUT-CARD-IMAGE.
003220     SET DL100-AUT-REQ-LOG TO TRUE.
003230     PERFORM 2950-CALL-AUTHORITY THRU 2950-EXIT.
003240     IF NOT DL100-AUT-OK
003250         IF RETURN-CODE < 16
003260             MOVE 16 TO RETURN-CODE
003270         END-IF
003280     END-IF.
003290 2800-EXIT.
003300     EXIT.
003310
003320*----------------------------------------------------------*
003330*  2850-LOG-ACCEPTED - LOG THE CURRENT CARD AS APPLIED     *
003340*----------------------------------------------------------*
003350 2850-LOG-ACCEPTED.
003360     MOVE 'A' TO DL100-AUT-OUTCOME.
003370     MOVE SPACES TO DL100-AUT-REASON-CD.
003380     PERFORM 2800-LOG-CARD THRU 2800-EXIT.
003390 2850-EXIT.
003400     EXIT.
003410
003420*----------------------------------------------------------*
003430*  2900-COUNT-ERROR - COMMON ERROR CARD HANDLING           *
003440*----------------------------------------------------------*
003450 2900-COUNT-ERROR.
003460     ADD 1 TO WS-ERROR-CT.
003470     IF RETURN-CODE < 8
003480         MOVE 8 TO RETURN-CODE
003490     END-IF.
003500     IF DL100-AUT-REASON-CD = SPACES
003510         MOVE 'ER' TO DL100-AUT-REASON-CD
003520     END-IF.
003530     MOVE 'R' TO DL100-AUT-OUTCOME.
003540     PERFORM 2800-LOG-CARD THRU 2800-EXIT.
003550 2900-EXIT.
003560     EXIT.
003570
003580*----------------------------------------------------------*
003590*  2950-CALL-AUTHORITY - CALL THE AUTHORITY SUBPROGRAM.    *
003600*                        IT COMES BACK WITH R15 ZERO, SO   *
003610*                        THE CALLER'S CODE IS SAVED ACROSS *
003620*                        THE CALL                          *
003630*----------------------------------------------------------*
003640 2950-CALL-AUTHORITY.
003650     MOVE RETURN-CODE TO WS-HOLD-RC.
003660     CALL "DL100AUT" USING DL100-AUT-PARMS.
003670     MOVE WS-HOLD-RC TO RETURN-CODE.
003680 2950-EXIT.
003690     EXIT.
003700
003710*----------------------------------------------------------*
003720*  3000-WRITE-NEW-REF - WRITE THE NEW REFERENCE DATASET,   *
003730*                      LEAVING DROPPED REGIONS BEHIND      *
003740*----------------------------------------------------------*
003750 3000-WRITE-NEW-REF.
003760     SET REF-IX TO 1.
003770     PERFORM 3100-WRITE-REF-REC THRU 3100-EXIT
003780         UNTIL REF-IX > WS-REF-COUNT.
003790 3000-EXIT.
003800     EXIT.
003810
003820*----------------------------------------------------------*
003830*  3100-WRITE-REF-REC - WRITE ONE SURVIVING REFERENCE      *
003840*                      RECORD                              *
003850*----------------------------------------------------------*
003860 3100-WRITE-REF-REC.
003870     IF NOT WS-REF-DROPPED (REF-IX)
003880         MOVE SPACES                   TO DL100-RGN-RECORD
003890         MOVE WS-REF-CODE (REF-IX)     TO DL100-RGN-CODE
003900         MOVE WS-REF-DESC (REF-IX)     TO DL100-RGN-DESC
003910         MOVE WS-REF-EXPECTED-FLAG (REF-IX)
003920             TO DL100-RGN-EXPECTED-FLAG
003930         WRITE REGION-NEW-RECORD FROM DL100-RGN-RECORD
003940         ADD 1 TO WS-WRITTEN-CT
003950     END-IF.
003960     SET REF-IX UP BY 1.
003970 3100-EXIT.
003980     EXIT.
003990
004000*----------------------------------------------------------*
004010*  8000-PRINT-SUMMARY - MAINTENANCE TOTALS                 *
004020*----------------------------------------------------------*
004030 8000-PRINT-SUMMARY.
004040     DISPLAY "DL100RGM - RUN SUMMARY".
004050     DISPLAY "  CARDS READ        = " WS-CARD-CT.
004060     DISPLAY "  REGIONS ADDED     = " WS-ADDED-CT.
004070     DISPLAY "  REGIONS UPDATED   = " WS-UPDATED-CT.
004080     DISPLAY "  REGIONS DROPPED   = " WS-DROPPED-CT.
004090     DISPLAY "  NOT AUTHORIZED    = " WS-REFUSED-CT.
004100     DISPLAY "  CARDS IN ERROR    = " WS-ERROR-CT.
004110     DISPLAY "  REGIONS WRITTEN   = " WS-WRITTEN-CT.
004120 8000-EXIT.
004130     EXIT.
004140
004150*----------------------------------------------------------*
004160*  9000-TERMINATE - CLOSE FILES                            *
004170*----------------------------------------------------------*
004180 9000-TERMINATE.
004190     CLOSE MAINT-CARDS.
004200     SET DL100-AUT-REQ-CLOSE TO TRUE.
004210     PERFORM 2950-CALL-AUTHORITY THRU 2950-EXIT.
004220     CLOSE REGION-NEW-FILE.
004230 9000-EXIT.
004240     EXIT.
004250
004260 9999-EXIT.
004270     STOP RUN.
