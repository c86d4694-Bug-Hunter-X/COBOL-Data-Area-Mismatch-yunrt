000340*                   TRAILER EVER ARRIVED, MIRRORING THE    *
000350*                   INBOUND HEADER-WITHOUT-TRAILER         *
000360*                   DISCIPLINE IN DL100.                   *
000370*  10/15/26   RLH   A WIDEOUT THAT REACHED ITS GRAND       *
000380*                   TRAILER IS NOW ENTERED ON THE          *
000390*                   CUMULATIVE DELIVREG REGISTER (DL100DRG *
000400*                   LAYOUT) WITH THE HD RUN DATE AND THE   *
000410*                   GT COUNT AND AMOUNT HASH CARRIED       *
000420*                   THROUGH, SO DL240 CAN MATCH THE WIDE-  *
000430*                   RECORD CONSUMERS' ACKNOWLEDGEMENTS.    *
000440*----------------------------------------------------------*
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT TRANSFER-FILE ASSIGN TO "OUTFILE"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-TRAN-STATUS.
000540     SELECT SPILLOVER-FILE ASSIGN TO "SPILLOVR"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-SPILL-STATUS.
000570     SELECT WIDE-FILE ASSIGN TO "WIDEOUT"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-WIDE-STATUS.
000600     SELECT OPTIONAL DELIVERY-REG-FILE ASSIGN TO "DELIVREG"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-DRG-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  TRANSFER-FILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD.
000680 01  TRANSFER-RECORD.
000690     05  TRANSFER-REC-ID           PIC X(06).
000700     05  FILLER                    PIC X(94).
000710 FD  SPILLOVER-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740     COPY DL100SPL.
000750 FD  WIDE-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 01  WIDE-RECORD                   PIC X(100).
000790 FD  DELIVERY-REG-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820     COPY DL100DRG.
000830 WORKING-STORAGE SECTION.
000840*----------------------------------------------------------*
000850*  RUN CONTROL SWITCHES                                    *
000860*----------------------------------------------------------*
000870 01  WS-SWITCHES.
000880     05  WS-TRAN-EOF-SW            PIC X(01)  VALUE 'N'.
000890         88  WS-TRAN-EOF                      VALUE 'Y'.
000900     05  WS-SPILL-EOF-SW           PIC X(01)  VALUE 'N'.
000910         88  WS-SPILL-EOF                     VALUE 'Y'.
000920     05  WS-GT-SEEN-SW             PIC X(01)  VALUE 'N'.
000930         88  WS-GT-SEEN                       VALUE 'Y'.
000940     05  WS-SEG-OPEN-SW            PIC X(01)  VALUE 'N'.
000950         88  WS-SEG-OPEN                      VALUE 'Y'.
000960 01  WS-TRAN-STATUS                PIC X(02)  VALUE SPACES.
000970     88  WS-TRAN-OK                           VALUE '00'.
000980 01  WS-SPILL-STATUS               PIC X(02)  VALUE SPACES.
000990     88  WS-SPILL-OK                          VALUE '00'.
001000 01  WS-WIDE-STATUS                PIC X(02)  VALUE SPACES.
001010     88  WS-WIDE-OK                           VALUE '00'.
001020 01  WS-DRG-STATUS                 PIC X(02)  VALUE SPACES.
001030     88  WS-DRG-OK                            VALUE '00' '05'.
001040 01  WS-TRANSFER-CT                PIC 9(08)  VALUE ZEROES COMP.
001050 01  WS-REASSEMBLED-CT             PIC 9(08)  VALUE ZEROES COMP.
001060 01  WS-COPIED-CT                  PIC 9(08)  VALUE ZEROES COMP.
001070 01  WS-ORPHAN-CT                  PIC 9(08)  VALUE ZEROES COMP.
001080 01  WS-BAD-FRAG-CT                PIC 9(08)  VALUE ZEROES COMP.
001090 01  WS-HEAD-LEN                   PIC 9(04)  VALUE ZEROES COMP.
001100 01  WS-FRAG-START                 PIC 9(04)  VALUE ZEROES COMP.
001110 01  WS-CONTROL-CT                 PIC 9(08)  VALUE ZEROES COMP.
001120 01  WS-SEG-WIDE-CT                PIC 9(08)  VALUE ZEROES COMP.
001130 01  WS-GRAND-WIDE-CT              PIC 9(08)  VALUE ZEROES COMP.
001140*----------------------------------------------------------*
001150*  WHAT THE CARRIED-THROUGH CONTROL RECORDS SAY, FOR THE   *
001160*  DELIVREG REGISTER                                       *
001170*----------------------------------------------------------*
001180 01  WS-WIDE-RUN-DATE              PIC 9(08)  VALUE ZEROES.
001190 01  WS-WIDE-GT-CT                 PIC 9(08)  VALUE ZEROES.
001200 01  WS-WIDE-GT-AMOUNT             PIC S9(11)V99 VALUE ZEROES.
001210 01  WS-CURRENT-DATE               PIC 9(08)  VALUE ZEROES.
001220 01  WS-CURRENT-TIME               PIC 9(08)  VALUE ZEROES.
001230     COPY DL100HDT.
001240 PROCEDURE DIVISION.
001250*----------------------------------------------------------*
001260*  0000-MAINLINE                                           *
001270*----------------------------------------------------------*
001280 0000-MAINLINE.
001290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001300     PERFORM 2000-PROCESS-TRANSFER THRU 2000-EXIT
001310         UNTIL WS-TRAN-EOF.
001320     PERFORM 4000-DRAIN-ORPHANS THRU 4000-EXIT
001330         UNTIL WS-SPILL-EOF.
001340     PERFORM 7800-VERIFY-COMPLETE THRU 7800-EXIT.
001350     IF WS-GT-SEEN
001360         PERFORM 7900-REGISTER-DELIVERY THRU 7900-EXIT
001370     END-IF.
001380     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
001390     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001400     GO TO 9999-EXIT.
001410
001420*----------------------------------------------------------*
001430*  1000-INITIALIZE - OPEN FILES AND PRIME THE SPILLOVER    *
001440*                    READ SO THE PAIRING LOOP ALWAYS HAS   *
001450*                    THE NEXT UNCONSUMED FRAGMENT IN HAND  *
001460*----------------------------------------------------------*
001470 1000-INITIALIZE.
001480     OPEN INPUT TRANSFER-FILE.
001490     IF NOT WS-TRAN-OK
001500         DISPLAY "DL110 - UNABLE TO OPEN OUTFILE, STATUS = "
001510             WS-TRAN-STATUS
001520         MOVE 16 TO RETURN-CODE
001530         GO TO 9999-EXIT
001540     END-IF.
001550     OPEN INPUT SPILLOVER-FILE.
001560     IF NOT WS-SPILL-OK
001570         DISPLAY "DL110 - UNABLE TO OPEN SPILLOVR, STATUS = "
001580             WS-SPILL-STATUS
001590         MOVE 16 TO RETURN-CODE
001600         GO TO 9999-EXIT
001610     END-IF.
001620     OPEN OUTPUT WIDE-FILE.
001630     IF NOT WS-WIDE-OK
001640         DISPLAY "DL110 - UNABLE TO OPEN WIDEOUT, STATUS = "
001650             WS-WIDE-STATUS
001660         MOVE 16 TO RETURN-CODE
001670         GO TO 9999-EXIT
001680     END-IF.
001690     PERFORM 3000-READ-SPILLOVER THRU 3000-EXIT.
001700 1000-EXIT.
001710     EXIT.
001720
001730*----------------------------------------------------------*
001740*  2000-PROCESS-TRANSFER - PAIR EACH TRANSFERRED RECORD    *
001750*                          WITH ITS FRAGMENT, IF ANY       *
001760*----------------------------------------------------------*
001770 2000-PROCESS-TRANSFER.
001780     READ TRANSFER-FILE
001790         AT END
001800             SET WS-TRAN-EOF TO TRUE
001810             GO TO 2000-EXIT
001820     END-READ.
001830     ADD 1 TO WS-TRANSFER-CT.
001840     IF TRANSFER-RECORD (1:2) = 'HD' OR 'TL' OR 'GT'
001850         PERFORM 2200-PASS-CONTROL-REC THRU 2200-EXIT
001860         GO TO 2000-EXIT
001870     END-IF.
001880     IF NOT WS-SPILL-EOF
001890         AND TRANSFER-REC-ID = DL100-SPL-SRC-ID
001900         PERFORM 2500-REASSEMBLE-RECORD THRU 2500-EXIT
001910         PERFORM 3000-READ-SPILLOVER THRU 3000-EXIT
001920     ELSE
001930         MOVE TRANSFER-RECORD TO WIDE-RECORD
001940         WRITE WIDE-RECORD
001950         ADD 1 TO WS-COPIED-CT
001960         ADD 1 TO WS-SEG-WIDE-CT
001970         ADD 1 TO WS-GRAND-WIDE-CT
001980     END-IF.
001990 2000-EXIT.
002000     EXIT.
002010
002020*----------------------------------------------------------*
002030*  2200-PASS-CONTROL-REC - VERIFY ONE HD/TL/GT CONTROL     *
002040*                          RECORD AGAINST THE WIDE RECORDS *
002050*                          WRITTEN AND CARRY IT THROUGH    *
002060*----------------------------------------------------------*
002070 2200-PASS-CONTROL-REC.
002080     ADD 1 TO WS-CONTROL-CT.
002090     EVALUATE TRANSFER-RECORD (1:2)
002100         WHEN 'HD'
002110             IF WS-SEG-OPEN
002120                 DISPLAY "DL110 - ERROR, HEADER BUT NO "
002130                     "TRAILER, SEGMENT NOT BALANCED"
002140                 MOVE 12 TO RETURN-CODE
002150             END-IF
002160             SET WS-SEG-OPEN TO TRUE
002170             MOVE ZEROES TO WS-SEG-WIDE-CT
002180             MOVE TRANSFER-RECORD TO DL100-HDR-RECORD
002190             IF WS-WIDE-RUN-DATE = ZEROES
002200                 AND DL100-HDR-RUN-DATE IS NUMERIC
002210                 MOVE DL100-HDR-RUN-DATE TO WS-WIDE-RUN-DATE
002220             END-IF
002230         WHEN 'TL'
002240             MOVE TRANSFER-RECORD TO DL100-TRL-RECORD
002250             IF DL100-TRL-REC-COUNT IS NOT NUMERIC
002260                 OR DL100-TRL-REC-COUNT NOT = WS-SEG-WIDE-CT
002270                 DISPLAY "DL110 - ERROR, SUB-TRAILER COUNT "
002280                     DL100-TRL-REC-COUNT " DISAGREES WITH "
002290                     WS-SEG-WIDE-CT " WIDE RECORDS WRITTEN"
002300                 MOVE 12 TO RETURN-CODE
002310             END-IF
002320             MOVE 'N' TO WS-SEG-OPEN-SW
002330         WHEN 'GT'
002340             MOVE TRANSFER-RECORD TO DL100-GTR-RECORD
002350             IF DL100-GTR-REC-COUNT IS NOT NUMERIC
002360                 OR DL100-GTR-REC-COUNT NOT = WS-GRAND-WIDE-CT
002370                 DISPLAY "DL110 - ERROR, GRAND TRAILER COUNT "
002380                     DL100-GTR-REC-COUNT " DISAGREES WITH "
002390                     WS-GRAND-WIDE-CT " WIDE RECORDS WRITTEN"
002400                 MOVE 12 TO RETURN-CODE
002410             END-IF
002420             SET WS-GT-SEEN TO TRUE
002430             IF DL100-GTR-REC-COUNT IS NUMERIC
002440                 MOVE DL100-GTR-REC-COUNT TO WS-WIDE-GT-CT
002450             END-IF
002460             IF DL100-GTR-AMOUNT-TOTAL IS NUMERIC
002470                 MOVE DL100-GTR-AMOUNT-TOTAL TO WS-WIDE-GT-AMOUNT
002480             END-IF
002490     END-EVALUATE.
002500*    EVERY DETAIL YIELDS EXACTLY ONE WIDE RECORD AND THE
002510*    AMOUNTS RIDE INSIDE THE RECORDS UNTOUCHED, SO THE
002520*    CONTROL RECORD ITSELF CARRIES THROUGH UNCHANGED
002530     MOVE TRANSFER-RECORD TO WIDE-RECORD.
002540     WRITE WIDE-RECORD.
002550 2200-EXIT.
002560     EXIT.
002570
002580*----------------------------------------------------------*
002590*  2500-REASSEMBLE-RECORD - SPLICE THE FRAGMENT BACK ONTO  *
002600*                           THE TRUNCATED HEAD             *
002610*----------------------------------------------------------*
002620 2500-REASSEMBLE-RECORD.
002630     IF DL100-SPL-OVFL-LEN IS NOT NUMERIC
002640         OR DL100-SPL-OVFL-LEN < 1
002650         OR DL100-SPL-OVFL-LEN > 99
002660         DISPLAY "DL110 - BAD OVERFLOW LENGTH ON SPILLOVER "
002670             "SEQ " DL100-SPL-SEQ-NO ", FRAGMENT SKIPPED"
002680         ADD 1 TO WS-BAD-FRAG-CT
002690         MOVE TRANSFER-RECORD TO WIDE-RECORD
002700         WRITE WIDE-RECORD
002710         ADD 1 TO WS-COPIED-CT
002720         ADD 1 TO WS-SEG-WIDE-CT
002730         ADD 1 TO WS-GRAND-WIDE-CT
002740         IF RETURN-CODE < 8
002750             MOVE 8 TO RETURN-CODE
002760         END-IF
002770         GO TO 2500-EXIT
002780     END-IF.
002790     COMPUTE WS-HEAD-LEN = 100 - DL100-SPL-OVFL-LEN.
002800     COMPUTE WS-FRAG-START = WS-HEAD-LEN + 1.
002810     MOVE SPACES TO WIDE-RECORD.
002820     MOVE TRANSFER-RECORD(1:WS-HEAD-LEN)
002830         TO WIDE-RECORD(1:WS-HEAD-LEN).
002840     MOVE DL100-SPL-FRAGMENT(1:DL100-SPL-OVFL-LEN)
002850         TO WIDE-RECORD(WS-FRAG-START:DL100-SPL-OVFL-LEN).
002860     WRITE WIDE-RECORD.
002870     ADD 1 TO WS-REASSEMBLED-CT.
002880     ADD 1 TO WS-SEG-WIDE-CT.
002890     ADD 1 TO WS-GRAND-WIDE-CT.
002900 2500-EXIT.
002910     EXIT.
002920
002930*----------------------------------------------------------*
002940*  3000-READ-SPILLOVER - FETCH THE NEXT FRAGMENT           *
002950*----------------------------------------------------------*
002960 3000-READ-SPILLOVER.
002970     READ SPILLOVER-FILE
002980         AT END
002990             SET WS-SPILL-EOF TO TRUE
003000     END-READ.
003010 3000-EXIT.
003020     EXIT.
003030
003040*----------------------------------------------------------*
003050*  4000-DRAIN-ORPHANS - COUNT FRAGMENTS LEFT OVER AFTER    *
003060*                       THE TRANSFER FILE IS EXHAUSTED     *
003070*----------------------------------------------------------*
003080 4000-DRAIN-ORPHANS.
003090     DISPLAY "DL110 - ORPHAN FRAGMENT, SEQ " DL100-SPL-SEQ-NO
003100         " SOURCE ID " DL100-SPL-SRC-ID.
003110     ADD 1 TO WS-ORPHAN-CT.
003120     IF RETURN-CODE < 8
003130         MOVE 8 TO RETURN-CODE
003140     END-IF.
003150     PERFORM 3000-READ-SPILLOVER THRU 3000-EXIT.
003160 4000-EXIT.
003170     EXIT.
003180
003190*----------------------------------------------------------*
003200*  7800-VERIFY-COMPLETE - A TRUNCATED OUTFILE LEAVES NO    *
003210*                         DISAGREEING TRAILER, JUST A      *
003220*                         MISSING ONE, SO AN OPEN SEGMENT  *
003230*                         OR AN ABSENT GRAND TRAILER AT    *
003240*                         END OF FILE IS AN ERROR          *
003250*----------------------------------------------------------*
003260 7800-VERIFY-COMPLETE.
003270     IF WS-SEG-OPEN
003280         DISPLAY "DL110 - ERROR, END OF OUTFILE WITH A "
003290             "SEGMENT STILL OPEN, FILE LOOKS TRUNCATED"
003300         MOVE 12 TO RETURN-CODE
003310     END-IF.
003320     IF NOT WS-GT-SEEN
003330         DISPLAY "DL110 - ERROR, NO GRAND TRAILER ON "
003340             "OUTFILE, FILE LOOKS TRUNCATED OR UNBALANCED"
003350         MOVE 12 TO RETURN-CODE
003360     END-IF.
003370 7800-EXIT.
003380     EXIT.
003390
003400*----------------------------------------------------------*
003410*  7900-REGISTER-DELIVERY - APPEND THE GT TOTALS CARRIED   *
003420*                           ONTO WIDEOUT TO THE DELIVREG   *
003430*                           REGISTER FOR THE DL240         *
003440*                           ACKNOWLEDGEMENT MATCH          *
003450*----------------------------------------------------------*
003460 7900-REGISTER-DELIVERY.
003470     OPEN EXTEND DELIVERY-REG-FILE.
003480     IF NOT WS-DRG-OK
003490         DISPLAY "DL110 - WARNING, UNABLE TO OPEN DELIVREG, "
003500             "STATUS = " WS-DRG-STATUS
003510             ", WIDEOUT NOT REGISTERED FOR ACKNOWLEDGEMENT"
003520         IF RETURN-CODE < 4
003530             MOVE 4 TO RETURN-CODE
003540         END-IF
003550         GO TO 7900-EXIT
003560     END-IF.
003570     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003580     ACCEPT WS-CURRENT-TIME FROM TIME.
003590     MOVE SPACES             TO DL100-DELIVERY-RECORD.
003600     SET DL100-DRG-BY-RUN    TO TRUE.
003610     SET DL100-DRG-WIDEOUT   TO TRUE.
003620     MOVE WS-WIDE-RUN-DATE   TO DL100-DRG-RUN-DATE.
003630     MOVE WS-CURRENT-DATE    TO DL100-DRG-WRITTEN-DATE.
003640     MOVE WS-CURRENT-TIME    TO DL100-DRG-WRITTEN-TIME.
003650     MOVE WS-WIDE-GT-CT      TO DL100-DRG-REC-COUNT.
003660     MOVE WS-WIDE-GT-AMOUNT  TO DL100-DRG-AMOUNT-TOTAL.
003670     MOVE ZEROES             TO DL100-DRG-ACK-DATE.
003680     MOVE ZEROES             TO DL100-DRG-ACK-TIME.
003690     MOVE ZEROES             TO DL100-DRG-ACK-COUNT.
003700     MOVE ZEROES             TO DL100-DRG-ACK-AMOUNT.
003710     WRITE DL100-DELIVERY-RECORD.
003720     CLOSE DELIVERY-REG-FILE.
003730 7900-EXIT.
003740     EXIT.
003750
003760*----------------------------------------------------------*
003770*  8000-PRINT-SUMMARY - END-OF-RUN RECONCILIATION TOTALS   *
003780*----------------------------------------------------------*
003790 8000-PRINT-SUMMARY.
003800     DISPLAY "DL110 - RUN SUMMARY".
003810     DISPLAY "  RECORDS READ        = " WS-TRANSFER-CT.
003820     DISPLAY "  RECORDS REASSEMBLED = " WS-REASSEMBLED-CT.
003830     DISPLAY "  RECORDS COPIED      = " WS-COPIED-CT.
003840     DISPLAY "  ORPHAN FRAGMENTS    = " WS-ORPHAN-CT.
003850     DISPLAY "  BAD FRAGMENTS       = " WS-BAD-FRAG-CT.
003860     DISPLAY "  CONTROL RECORDS     = " WS-CONTROL-CT.
003870 8000-EXIT.
003880     EXIT.
003890
003900*----------------------------------------------------------*
003910*  9000-TERMINATE - CLOSE FILES                            *
003920*----------------------------------------------------------*
003930 9000-TERMINATE.
003940     CLOSE TRANSFER-FILE.
003950     CLOSE SPILLOVER-FILE.
003960     CLOSE WIDE-FILE.
003970 9000-EXIT.
003980     EXIT.
003990
004000 9999-EXIT.
004010     STOP RUN.
