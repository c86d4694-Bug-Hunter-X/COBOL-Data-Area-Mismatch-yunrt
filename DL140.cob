000190*                   AMOUNT HASH IN THE DL100HDT STYLE, SO  *
000200*                   THE DOWNSTREAM POSTING SYSTEMS CONSUME *
000210*                   CHANGES INSTEAD OF A FULL-FILE COPY.   *
000220*  10/15/26   RLH   REVERSALS POSTED BY THE DL100 APPLY    *
000230*                   ARE TAGGED 'R' AND CARRY THE           *
000240*                   ORIGINAL'S ID AND POSTED AMOUNT BESIDE *
000250*                   THE OFFSETTING AMOUNT (NEW DL100DLT    *
000260*                   FIELDS), SO DOWNSTREAM POSTING BOOKS A *
000270*                   TRUE OFFSET AGAINST THE ORIGINAL       *
000280*                   INSTEAD OF A CHANGED HISTORY.          *
000290*  10/15/26   RLH   EVERY DELTAOUT IS NOW ENTERED ON THE   *
000300*                   CUMULATIVE DELIVREG REGISTER (NEW      *
000310*                   DL100DRG LAYOUT) WITH ITS TL COUNT AND *
000320*                   AMOUNT HASH, SO DL240 CAN MATCH THE    *
000330*                   POSTING SYSTEMS' ACKNOWLEDGEMENTS.  A  *
000340*                   DELTAOUT RE-CUT FOR THE SAME DATE      *
000350*                   REPLACES THE EARLIER ENTRY.            *
000360*----------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT TRANS-MASTER-FILE ASSIGN TO "TRNMASTR"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS DL100-MST-ID
000470         FILE STATUS IS WS-MST-STATUS.
000480     SELECT DELTA-FILE ASSIGN TO "DELTAOUT"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-DLT-STATUS.
000510     SELECT DELTA-CARD ASSIGN TO "DLTCARD"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-CARD-STATUS.
000540     SELECT OPTIONAL DELIVERY-REG-FILE ASSIGN TO "DELIVREG"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-DRG-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  TRANS-MASTER-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY DL100MST.
000620 FD  DELTA-FILE
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650 01  DELTA-OUT-RECORD              PIC X(100).
000660 FD  DELTA-CARD
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690     COPY DL100DLC.
000700 FD  DELIVERY-REG-FILE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730     COPY DL100DRG.
000740 WORKING-STORAGE SECTION.
000750*----------------------------------------------------------*
000760*  RUN CONTROL SWITCHES                                    *
000770*----------------------------------------------------------*
000780 01  WS-SWITCHES.
000790     05  WS-MST-EOF-SW             PIC X(01)  VALUE 'N'.
000800         88  WS-MST-EOF                       VALUE 'Y'.
000810 01  WS-MST-STATUS                 PIC X(02)  VALUE SPACES.
000820     88  WS-MST-OK                            VALUE '00'.
000830 01  WS-DLT-STATUS                 PIC X(02)  VALUE SPACES.
000840     88  WS-DLT-OK                            VALUE '00'.
000850 01  WS-CARD-STATUS                PIC X(02)  VALUE SPACES.
000860     88  WS-CARD-OK                           VALUE '00'.
000870 01  WS-DRG-STATUS                 PIC X(02)  VALUE SPACES.
000880     88  WS-DRG-OK                            VALUE '00' '05'.
000890 01  WS-RUN-DATE                   PIC 9(08)  VALUE ZEROES.
000900 01  WS-CURRENT-DATE               PIC 9(08)  VALUE ZEROES.
000910 01  WS-CURRENT-TIME               PIC 9(08)  VALUE ZEROES.
000920 01  WS-MASTER-CT                  PIC 9(08)  VALUE ZEROES COMP.
000930 01  WS-DELTA-CT                   PIC 9(08)  VALUE ZEROES COMP.
000940 01  WS-ADD-CT                     PIC 9(08)  VALUE ZEROES COMP.
000950 01  WS-UPD-CT                     PIC 9(08)  VALUE ZEROES COMP.
000960 01  WS-DEL-CT                     PIC 9(08)  VALUE ZEROES COMP.
000970 01  WS-REV-CT                     PIC 9(08)  VALUE ZEROES COMP.
000980 01  WS-AMOUNT-TOTAL               PIC S9(13)V99 VALUE ZEROES
000990                                   COMP-3.
001000     COPY DL100HDT.
001010     COPY DL100DLT.
001020 PROCEDURE DIVISION.
001030*----------------------------------------------------------*
001040*  0000-MAINLINE                                           *
001050*----------------------------------------------------------*
001060 0000-MAINLINE.
001070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001080     PERFORM 2000-SWEEP-MASTER THRU 2000-EXIT
001090         UNTIL WS-MST-EOF.
001100     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT.
001110     PERFORM 7100-REGISTER-DELIVERY THRU 7100-EXIT.
001120     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
001130     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001140     GO TO 9999-EXIT.
001150
001160*----------------------------------------------------------*
001170*  1000-INITIALIZE - OPEN FILES, FETCH THE SWEEP DATE AND  *
001180*                    WRITE THE OUTBOUND HEADER             *
001190*----------------------------------------------------------*
001200 1000-INITIALIZE.
001210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001220     OPEN INPUT DELTA-CARD.
001230     IF WS-CARD-OK
001240         READ DELTA-CARD
001250             AT END
001260                 CONTINUE
001270             NOT AT END
001280                 IF DL100-DLC-RUN-DATE IS NUMERIC
001290                     AND DL100-DLC-RUN-DATE > 0
001300                     MOVE DL100-DLC-RUN-DATE TO WS-RUN-DATE
001310                 ELSE
001320                     DISPLAY "DL140 - WARNING, DLTCARD RUN "
001330                         "DATE " DL100-DLC-RUN-DATE
001340                         " INVALID, USING CURRENT DATE"
001350                 END-IF
001360         END-READ
001370         CLOSE DELTA-CARD
001380     END-IF.
001390     DISPLAY "DL140 - EXTRACTING CHANGES MAINTAINED ON "
001400         WS-RUN-DATE.
001410     OPEN INPUT TRANS-MASTER-FILE.
001420     IF NOT WS-MST-OK
001430         DISPLAY "DL140 - UNABLE TO OPEN TRNMASTR, STATUS = "
001440             WS-MST-STATUS
001450         MOVE 16 TO RETURN-CODE
001460         GO TO 9999-EXIT
001470     END-IF.
001480     OPEN OUTPUT DELTA-FILE.
001490     IF NOT WS-DLT-OK
001500         DISPLAY "DL140 - UNABLE TO OPEN DELTAOUT, STATUS = "
001510             WS-DLT-STATUS
001520         MOVE 16 TO RETURN-CODE
001530         GO TO 9999-EXIT
001540     END-IF.
001550     MOVE SPACES          TO DL100-HDR-RECORD.
001560     MOVE 'HD'            TO DL100-HDR-TYPE.
001570     MOVE WS-RUN-DATE     TO DL100-HDR-RUN-DATE.
001580     MOVE 'DL140   '      TO DL100-HDR-SOURCE-SYS.
001590     WRITE DELTA-OUT-RECORD FROM DL100-HDR-RECORD.
001600 1000-EXIT.
001610     EXIT.
001620
001630*----------------------------------------------------------*
001640*  2000-SWEEP-MASTER - WRITE ONE DELTA RECORD FOR EACH     *
001650*                      MASTER ENTRY MAINTAINED ON THE RUN  *
001660*                      DATE                                *
001670*----------------------------------------------------------*
001680 2000-SWEEP-MASTER.
001690     READ TRANS-MASTER-FILE
001700         AT END
001710             SET WS-MST-EOF TO TRUE
001720             GO TO 2000-EXIT
001730     END-READ.
001740     ADD 1 TO WS-MASTER-CT.
001750     IF DL100-MST-MAINT-DATE NOT = WS-RUN-DATE
001760         GO TO 2000-EXIT
001770     END-IF.
001780     MOVE SPACES               TO DL100-DELTA-RECORD.
001790     MOVE ZEROES               TO DL100-DLT-ORIG-ID.
001800     MOVE ZEROES               TO DL100-DLT-ORIG-AMOUNT.
001810*    RECORDS MAINTAINED BEFORE THE LAST-ACTION CODE WAS
001820*    STAMPED CARRY A BLANK - THE DELETE FLAG STILL TELLS A
001830*    DELETE APART, ANYTHING ELSE IS REPORTED AS AN UPDATE
001840     EVALUATE TRUE
001850         WHEN DL100-MST-DELETED
001860             MOVE 'D' TO DL100-DLT-ACTION
001870             ADD 1 TO WS-DEL-CT
001880*        A REVERSAL GOES DOWN BESIDE THE ORIGINAL IT OFFSETS
001890         WHEN DL100-MST-ORIG-ID IS NUMERIC
001900             AND DL100-MST-ORIG-ID > 0
001910             MOVE 'R' TO DL100-DLT-ACTION
001920             MOVE DL100-MST-ORIG-ID TO DL100-DLT-ORIG-ID
001930             IF DL100-MST-ORIG-AMOUNT IS NUMERIC
001940                 MOVE DL100-MST-ORIG-AMOUNT
001950                     TO DL100-DLT-ORIG-AMOUNT
001960             END-IF
001970             ADD 1 TO WS-REV-CT
001980         WHEN DL100-MST-ACT-ADD
001990             MOVE 'A' TO DL100-DLT-ACTION
002000             ADD 1 TO WS-ADD-CT
002010         WHEN OTHER
002020             MOVE 'U' TO DL100-DLT-ACTION
002030             ADD 1 TO WS-UPD-CT
002040     END-EVALUATE.
002050     MOVE DL100-MST-ID         TO DL100-DLT-ID.
002060     MOVE DL100-MST-TRANS-DATE TO DL100-DLT-TRANS-DATE.
002070     MOVE DL100-MST-NAME       TO DL100-DLT-NAME.
002080     MOVE DL100-MST-AMOUNT     TO DL100-DLT-AMOUNT.
002090     MOVE DL100-MST-STATUS-CD  TO DL100-DLT-STATUS-CD.
002100     MOVE DL100-MST-MAINT-DATE TO DL100-DLT-MAINT-DATE.
002110     WRITE DELTA-OUT-RECORD FROM DL100-DELTA-RECORD.
002120     ADD 1 TO WS-DELTA-CT.
002130     IF DL100-MST-AMOUNT IS NUMERIC
002140         ADD DL100-MST-AMOUNT TO WS-AMOUNT-TOTAL
002150     END-IF.
002160 2000-EXIT.
002170     EXIT.
002180
002190*----------------------------------------------------------*
002200*  7000-WRITE-TRAILER - BALANCE THE DELTA FILE WITH THE TL *
002210*                       CONTROL RECORD                     *
002220*----------------------------------------------------------*
002230 7000-WRITE-TRAILER.
002240     MOVE SPACES           TO DL100-TRL-RECORD.
002250     MOVE 'TL'             TO DL100-TRL-TYPE.
002260     MOVE WS-DELTA-CT      TO DL100-TRL-REC-COUNT.
002270     MOVE WS-AMOUNT-TOTAL  TO DL100-TRL-AMOUNT-TOTAL.
002280     WRITE DELTA-OUT-RECORD FROM DL100-TRL-RECORD.
002290 7000-EXIT.
002300     EXIT.
002310
002320*----------------------------------------------------------*
002330*  7100-REGISTER-DELIVERY - APPEND THE TL TOTALS JUST      *
002340*                           WRITTEN TO THE DELIVREG        *
002350*                           REGISTER FOR THE DL240         *
002360*                           ACKNOWLEDGEMENT MATCH          *
002370*----------------------------------------------------------*
002380 7100-REGISTER-DELIVERY.
002390     OPEN EXTEND DELIVERY-REG-FILE.
002400     IF NOT WS-DRG-OK
002410         DISPLAY "DL140 - WARNING, UNABLE TO OPEN DELIVREG, "
002420             "STATUS = " WS-DRG-STATUS
002430             ", DELTAOUT NOT REGISTERED FOR ACKNOWLEDGEMENT"
002440         IF RETURN-CODE < 4
002450             MOVE 4 TO RETURN-CODE
002460         END-IF
002470         GO TO 7100-EXIT
002480     END-IF.
002490     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002500     ACCEPT WS-CURRENT-TIME FROM TIME.
002510     MOVE SPACES             TO DL100-DELIVERY-RECORD.
002520     SET DL100-DRG-BY-RUN    TO TRUE.
002530     SET DL100-DRG-DELTAOUT  TO TRUE.
002540     MOVE WS-RUN-DATE        TO DL100-DRG-RUN-DATE.
002550     MOVE WS-CURRENT-DATE    TO DL100-DRG-WRITTEN-DATE.
002560     MOVE WS-CURRENT-TIME    TO DL100-DRG-WRITTEN-TIME.
002570     MOVE WS-DELTA-CT        TO DL100-DRG-REC-COUNT.
002580     MOVE WS-AMOUNT-TOTAL    TO DL100-DRG-AMOUNT-TOTAL.
002590     MOVE ZEROES             TO DL100-DRG-ACK-DATE.
002600     MOVE ZEROES             TO DL100-DRG-ACK-TIME.
002610     MOVE ZEROES             TO DL100-DRG-ACK-COUNT.
002620     MOVE ZEROES             TO DL100-DRG-ACK-AMOUNT.
002630     WRITE DL100-DELIVERY-RECORD.
002640     CLOSE DELIVERY-REG-FILE.
002650 7100-EXIT.
002660     EXIT.
002670
002680*----------------------------------------------------------*
002690*  8000-PRINT-SUMMARY - END-OF-RUN RECONCILIATION TOTALS   *
002700*----------------------------------------------------------*
002710 8000-PRINT-SUMMARY.
002720     DISPLAY "DL140 - RUN SUMMARY".
002730     DISPLAY "  MASTER RECORDS    = " WS-MASTER-CT.
002740     DISPLAY "  DELTA RECORDS     = " WS-DELTA-CT.
002750     DISPLAY "  TAGGED ADD        = " WS-ADD-CT.
002760     DISPLAY "  TAGGED UPDATE     = " WS-UPD-CT.
002770     DISPLAY "  TAGGED DELETE     = " WS-DEL-CT.
002780     DISPLAY "  TAGGED REVERSAL   = " WS-REV-CT.
002790     DISPLAY "  AMOUNT TOTAL      = " WS-AMOUNT-TOTAL.
002800 8000-EXIT.
002810     EXIT.
002820
002830*----------------------------------------------------------*
002840*  9000-TERMINATE - CLOSE FILES                            *
002850*----------------------------------------------------------*
002860 9000-TERMINATE.
002870     CLOSE TRANS-MASTER-FILE.
002880     CLOSE DELTA-FILE.
002890 9000-EXIT.
002900     EXIT.
002910
002920 9999-EXIT.
002930     STOP RUN.
