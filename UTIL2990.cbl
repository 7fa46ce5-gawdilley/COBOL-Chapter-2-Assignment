000248*  08/25/2026 GD    TOU layout sync and proof - peak/off-peak     00003001
000249*                   charges are footed from AUDITF and proved     00003001
000250*                   against their G/L extract rows.               00003001
000251*  10/05/2026 GD    AUDITF/GLEXTR layout sync for the UTIL2080    00003001
000252*                   cancel-and-rebill run - reversal records      00003001
000253*                   foot negative and rebill records positive,    00003001
000254*                   debit extract rows sum negative, the billed   00003001
000255*                   count proof counts bill-run records only,     00003001
000256*                   and every reversal must have its rebill.      00003001
000257*                   Extract table raised to 100 rows.             00003001
000258*  10/06/2026 GD    CHKPT layout sync - deposit paid-in,          00003001
000259*                   interest and refund totals ahead of the       00003001
000260*                   jurisdiction area.                            00003001
000261*  10/07/2026 GD    CHKPT layout sync - payment-arrangement       00003001
000262*                   installment totals ahead of the jurisdiction  00003001
000263*                   area.                                         00003001
000264*  10/08/2026 GD    Billing cycles - active masters counted per   00003001
000265*                   cycle on BALRPT.  Billed + rejected + held    00003001
000266*                   must equal the masters in the cycle the       00003001
000267*                   checkpoint says was billed, and the bill      00003001
000268*                   run's pass-through count the rest.  CHKPT     00003001
000269*                   and CUSTMAST layout sync.                     00003001
000270*  10/13/2026 GD    CHKPT layout sync - net-metering settlement   00003001
000271*                   credit and count ahead of the jurisdiction    00003001
000272*                   area.  AUDITF grew to 153 bytes, CUSTMAST to  00003001
000273*                   148.                                          00003001
000274*  10/15/2026 GD    CHKPT layout sync - final reads billed ahead  00003001
000275*                   of the jurisdiction area.  A disconnected     00003001
000276*                   account whose final read has billed (status   00003001
000277*                   S) is not counted as an active master - the   00003001
000278*                   bill run passes it through like a closed one. 00003001
000250******************************************************************00003001
000260                                                                  00003001
000270 ENVIRONMENT DIVISION.                                            00003001
000791     05  AU-PEAK-KWH              PIC 9(05).                      00008001
000792     05  AU-PEAK-CHARGE           PIC 9(05)V99.                   00008001
000793     05  AU-OFFPEAK-CHARGE        PIC 9(05)V99.                   00008001
000794     05  AU-BILL-TYPE             PIC X(01).                      00008001
000795         88  AU-TYPE-BILL                     VALUE ' '.          00008001
000796         88  AU-TYPE-REVERSAL                 VALUE 'X'.          00008001
000797         88  AU-TYPE-REBILL                   VALUE 'R'.          00008001
000798     05  AU-REF-DATE              PIC X(08).                      00008001
000799     05  FILLER                   PIC X(17).                      00008001
000800                                                                  00008001
000810 FD  GLEXTR                                                       00009001
000820     RECORDING MODE IS F.                                         00009001
000840     05  GL-ACCOUNT-CODE          PIC X(08).                      00009001
000850     05  GL-DESCRIPTION           PIC X(22).                      00009001
000860     05  GL-AMOUNT                PIC 9(08)V99.                   00009001
000870     05  GL-DR-CR                 PIC X(01).                      00009001
000871         88  GL-DEBIT                         VALUE 'D'.          00009001
000872     05  GL-FILLER                PIC X(07).                      00009001
000880                                                                  00009001
000890 FD  CUSTMAST                                                     00009001
000900     RECORDING MODE IS F.                                         00009001
000930     05  FILLER                   PIC X(121).                     00010001
000931     05  CM-ACCT-STATUS           PIC X(01).                      00010001
000932         88  CM-ACCT-CLOSED                   VALUE 'C'.          00010001
000933         88  CM-SERVICE-OFF                   VALUE 'S'.          00010001
000933     05  FILLER                   PIC X(12).                      00010001
000934     05  CM-BILL-CYCLE            PIC X(02).                      00010001
000935     05  FILLER                   PIC X(06).                      00010001
000931 01  CT-RECORD.                                                   00010001
000932     05  CT-TRAILER-ID            PIC X(06).                      00010001
000933         88  CT-TRAILER                       VALUE '999999'.     00010001
000934     05  CT-LABEL                 PIC X(08).                      00010001
000935     05  CT-RECORD-COUNT          PIC 9(06).                      00010001
000936     05  FILLER                   PIC X(128).                     00008001
000940                                                                  00010001
000950 FD  CHKPT                                                        00010001
000960     RECORDING MODE IS F.                                         00010001
001140     05  CK-HELD-COUNT            PIC 9(06).                      00008001
001141     05  CK-PEAK-CHG              PIC 9(08)V99.                   00008001
001142     05  CK-OFFPEAK-CHG           PIC 9(08)V99.                   00008001
001143     05  CK-DEP-PAID              PIC 9(08)V99.                   00008001
001144     05  CK-DEP-INT               PIC 9(08)V99.                   00008001
001145     05  CK-DEP-REFUND            PIC 9(08)V99.                   00008001
001146     05  CK-DEP-INT-REFUND        PIC 9(08)V99.                   00008001
001147     05  CK-ARR-INST              PIC 9(08)V99.                   00008001
001148     05  CK-ARR-BILLED            PIC 9(06).                      00008001
001149     05  CK-ARR-BROKEN            PIC 9(06).                      00008001
001150     05  CK-ARR-PAIDOUT           PIC 9(06).                      00008001
001151     05  CK-BILL-CYCLE            PIC X(02).                      00008001
001152     05  CK-CYCLE-PASSED          PIC 9(06).                      00008001
001153     05  CK-NM-CREDIT             PIC 9(08)V99.                   00008001
001154     05  CK-NM-SETTLED            PIC 9(06).                      00008001
001155     05  CK-FINAL-READS           PIC 9(06).                      00008001
001150     05  CK-JURIS-AREA.                                           00008001
001160         10  CK-JURIS-COUNT       PIC 9(02).                      00012001
001170         10  CK-JURIS-ENTRY OCCURS 10 TIMES.                      00012001
001180             15  CK-JT-CODE       PIC X(02).                      00012001
001190             15  CK-JT-STATE-TAX  PIC 9(08)V99.                   00012001
001200             15  CK-JT-FRANCHISE  PIC 9(08)V99.                   00012001
001210     05  CK-FILLER                PIC X(04).                      00013001
001220                                                                  00013001
001230 FD  BALRPT                                                       00013001
001240     RECORDING MODE IS F.                                         00013001
001470* AUDITF FOOTINGS - COMPUTED HERE FROM THE DETAIL RECORDS         00015001
001480******************************************************************00015001
001490 01  WS-AUDIT-COUNT              PIC 9(06)   VALUE 0.             00015001
001491*    CANCEL-AND-REBILL RECORDS APPENDED BY UTIL2080 - COUNTED     00015001
001492*    APART FROM THE BILL RUN'S, AND ALWAYS IN PAIRS.              00015001
001493 01  WS-REVERSAL-COUNT           PIC 9(06)   VALUE 0.             00015001
001494 01  WS-REBILL-COUNT             PIC 9(06)   VALUE 0.             00015001
001500 01  WS-FOOT-TIER1               PIC S9(10)V99 VALUE 0.           00015001
001510 01  WS-FOOT-TIER2               PIC S9(10)V99 VALUE 0.           00016001
001520 01  WS-FOOT-TIER3               PIC S9(10)V99 VALUE 0.           00016001
001530 01  WS-FOOT-DEMAND              PIC S9(10)V99 VALUE 0.           00016001
001540 01  WS-FOOT-FEE                 PIC S9(10)V99 VALUE 0.           00016001
001550 01  WS-FOOT-LATE                PIC S9(10)V99 VALUE 0.           00016001
001560 01  WS-FOOT-STATE-TAX           PIC S9(10)V99 VALUE 0.           00016001
001570 01  WS-FOOT-FRANCHISE           PIC S9(10)V99 VALUE 0.           00008001
001571 01  WS-FOOT-PEAK                PIC S9(10)V99 VALUE 0.           00008001
001572 01  WS-FOOT-OFFPEAK             PIC S9(10)V99 VALUE 0.           00008001
001580                                                                  00016001
001590******************************************************************00016001
001600* AUDITF TAX FOOTINGS BY JURISDICTION                             00016001
001630 01  WS-JURIS-TABLE.                                              00017001
001640     05  WS-JURIS-ENTRY OCCURS 10 TIMES.                          00017001
001650         10  WS-JT-CODE           PIC X(02).                      00017001
001660         10  WS-JT-STATE-TAX      PIC S9(10)V99.                  00017001
001670         10  WS-JT-FRANCHISE      PIC S9(10)V99.                  00017001
001680 01  WS-JT-IDX                   PIC 9(02)   VALUE 0.             00017001
001690 01  WS-JT-FOUND-SW              PIC X(01)   VALUE 'N'.           00017001
001700     88  WS-JT-FOUND                         VALUE 'Y'.           00017001
001740******************************************************************00018001
001750 01  WS-GL-COUNT                 PIC 9(03)   VALUE 0.             00018001
001760 01  WS-GL-TABLE.                                                 00018001
001770     05  WS-GL-ENTRY OCCURS 100 TIMES.                            00018001
001780         10  WS-GL-CODE           PIC X(08).                      00018001
001790         10  WS-GL-DESC           PIC X(22).                      00018001
001800         10  WS-GL-AMT            PIC S9(08)V99.                  00018001
001810 01  WS-GL-IDX                   PIC 9(03)   VALUE 0.             00019001
001820 01  WS-GL-SUM                   PIC S9(10)V99 VALUE 0.           00019001
001830 01  WS-GL-WANT-CODE             PIC X(08)   VALUE SPACES.        00019001
001840 01  WS-GL-WANT-JURIS            PIC X(02)   VALUE SPACES.        00019001
001850                                                                  00019001
001900 01  WS-CK-FOUND-SW              PIC X(01)   VALUE 'N'.           00019001
001910     88  WS-CK-FOUND                         VALUE 'Y'.           00020001
001920 01  WS-COUNT-EXPECTED           PIC 9(06)   VALUE 0.             00020001
001921 01  WS-CYCLE-CUST               PIC 9(06)   VALUE 0.             00020001
001922 01  WS-OTHER-CUST               PIC 9(06)   VALUE 0.             00020001
001923                                                                  00020001
001924******************************************************************00020001
001925* ACTIVE MASTERS BY BILLING CYCLE                                 00020001
001926******************************************************************00020001
001927 01  WS-CYC-COUNT                PIC 9(02)   VALUE 0.             00020001
001928 01  WS-CYCLE-TABLE.                                              00020001
001929     05  WS-CYC-ENTRY OCCURS 40 TIMES.                            00020001
001930         10  WS-CYC-CODE          PIC X(02).                      00020001
001931         10  WS-CYC-ACCOUNTS      PIC 9(06).                      00020001
001932 01  WS-CYC-IDX                  PIC 9(02)   VALUE 0.             00020001
001933 01  WS-CYC-FOUND-SW             PIC X(01)   VALUE 'N'.           00020001
001934     88  WS-CYC-FOUND                        VALUE 'Y'.           00020001
001935 01  WS-CYC-FLAG                 PIC X(16)   VALUE SPACES.        00020001
001930                                                                  00020001
001940******************************************************************00020001
001950* COMPARISON WORK AREAS AND REPORT LINE                           00020001
001960******************************************************************00020001
001970 01  WS-CMP-LABEL                PIC X(24)   VALUE SPACES.        00020001
001980 01  WS-CMP-AUDIT                PIC S9(10)V99 VALUE 0.           00020001
001990 01  WS-CMP-GL                   PIC S9(10)V99 VALUE 0.           00020001
002000 01  WS-MISMATCH-COUNT           PIC 9(03)   VALUE 0.             00020001
002010 01  WS-PRINT-LINE               PIC X(132)  VALUE SPACES.        00021001
002020 01  WS-MONEY-ED                 PIC $$$,$$$,$$9.99CR.            00021001
002030 01  WS-MONEY-ED2                PIC $$$,$$$,$$9.99CR.            00021001
002040                                                                  00021001
002050 PROCEDURE DIVISION.                                              00021001
002060                                                                  00021001
002670         AT END                                                   00027001
002680             GO TO 100-FOOT-AUDIT-EXIT                            00027001
002690     END-READ.                                                    00027001
002700*    A REVERSAL BACKS ITS CANCELLED BILL OUT OF EVERY FOOTING;    00027001
002701*    THE REBILL THAT FOLLOWS IT FOOTS LIKE ANY OTHER BILL.        00027001
002702     EVALUATE TRUE                                                00027001
002703         WHEN AU-TYPE-REVERSAL                                    00027001
002704             ADD 1 TO WS-REVERSAL-COUNT                           00027001
002705         WHEN AU-TYPE-REBILL                                      00027001
002706             ADD 1 TO WS-REBILL-COUNT                             00027001
002707         WHEN OTHER                                               00027001
002708             ADD 1 TO WS-AUDIT-COUNT                              00027001
002709     END-EVALUATE.                                                00027001
002710     IF AU-TYPE-REVERSAL                                          00027001
002711         PERFORM 110-BACK-OUT-AUDIT                               00027001
002712         PERFORM 150-FOOT-JURIS THRU 150-FOOT-JURIS-EXIT          00027001
002713         GO TO 100-FOOT-AUDIT-EXIT                                00027001
002714     END-IF.                                                      00027001
002715     ADD AU-TIER1-CHARGE   TO WS-FOOT-TIER1.                      00027001
002716     ADD AU-TIER2-CHARGE   TO WS-FOOT-TIER2.                      00027001
002717     ADD AU-TIER3-CHARGE   TO WS-FOOT-TIER3.                      00027001
002718     ADD AU-DEMAND-CHARGE  TO WS-FOOT-DEMAND.                     00027001
002719     ADD AU-SERVICE-FEE    TO WS-FOOT-FEE.                        00027001
002720     ADD AU-LATE-CHARGE    TO WS-FOOT-LATE.                       00027001
002721     ADD AU-STATE-TAX      TO WS-FOOT-STATE-TAX.                  00027001
002722     ADD AU-FRANCHISE-FEE  TO WS-FOOT-FRANCHISE.                  00027001
002723     ADD AU-PEAK-CHARGE    TO WS-FOOT-PEAK.                       00027001
002724     ADD AU-OFFPEAK-CHARGE TO WS-FOOT-OFFPEAK.                    00027001
002790     PERFORM 150-FOOT-JURIS THRU 150-FOOT-JURIS-EXIT.             00028001
002800 100-FOOT-AUDIT-EXIT.                                             00028001
002810     EXIT.                                                        00029001
002811                                                                  00029001
002812 110-BACK-OUT-AUDIT.                                              00029001
002813     SUBTRACT AU-TIER1-CHARGE   FROM WS-FOOT-TIER1.               00029001
002814     SUBTRACT AU-TIER2-CHARGE   FROM WS-FOOT-TIER2.               00029001
002815     SUBTRACT AU-TIER3-CHARGE   FROM WS-FOOT-TIER3.               00029001
002816     SUBTRACT AU-DEMAND-CHARGE  FROM WS-FOOT-DEMAND.              00029001
002817     SUBTRACT AU-SERVICE-FEE    FROM WS-FOOT-FEE.                 00029001
002818     SUBTRACT AU-LATE-CHARGE    FROM WS-FOOT-LATE.                00029001
002819     SUBTRACT AU-STATE-TAX      FROM WS-FOOT-STATE-TAX.           00029001
002820     SUBTRACT AU-FRANCHISE-FEE  FROM WS-FOOT-FRANCHISE.           00029001
002821     SUBTRACT AU-PEAK-CHARGE    FROM WS-FOOT-PEAK.                00029001
002822     SUBTRACT AU-OFFPEAK-CHARGE FROM WS-FOOT-OFFPEAK.             00029001
002820                                                                  00029001
002830 150-FOOT-JURIS.                                                  00029001
002840     MOVE 'N' TO WS-JT-FOUND-SW.                                  00029001
002970         MOVE 0 TO WS-JT-STATE-TAX(WS-JT-IDX)                     00030001
002980         MOVE 0 TO WS-JT-FRANCHISE(WS-JT-IDX)                     00030001
002990     END-IF.                                                      00030001
003000     IF AU-TYPE-REVERSAL                                          00030001
003001         SUBTRACT AU-STATE-TAX     FROM WS-JT-STATE-TAX(WS-JT-IDX)00030001
003002         SUBTRACT AU-FRANCHISE-FEE FROM WS-JT-FRANCHISE(WS-JT-IDX)00030001
003003     ELSE                                                         00030001
003004         ADD AU-STATE-TAX     TO WS-JT-STATE-TAX(WS-JT-IDX)       00030001
003005         ADD AU-FRANCHISE-FEE TO WS-JT-FRANCHISE(WS-JT-IDX)       00030001
003006     END-IF.                                                      00030001
003020 150-FOOT-JURIS-EXIT.                                             00031001
003030     EXIT.                                                        00031001
003040                                                                  00031001
003190         AT END                                                   00032001
003200             GO TO 200-LOAD-GL-EXIT                               00032001
003210     END-READ.                                                    00033001
003220     IF WS-GL-COUNT >= 100                                        00033001
003230         DISPLAY 'GLEXTR HAS MORE THAN 100 ROWS - TABLE FULL'     00033001
003240         MOVE 16 TO RETURN-CODE                                   00033001
003250         STOP RUN                                                 00033001
003260     END-IF.                                                      00033001
003270     ADD 1 TO WS-GL-COUNT.                                        00033001
003280     MOVE GL-ACCOUNT-CODE TO WS-GL-CODE(WS-GL-COUNT).             00033001
003290     MOVE GL-DESCRIPTION  TO WS-GL-DESC(WS-GL-COUNT).             00033001
003300*    A DEBIT ROW (A CANCELLED BILL BACKED OUT) SUMS NEGATIVE.     00033001
003301     IF GL-DEBIT                                                  00033001
003302         COMPUTE WS-GL-AMT(WS-GL-COUNT) = 0 - GL-AMOUNT           00033001
003303     ELSE                                                         00033001
003304         MOVE GL-AMOUNT       TO WS-GL-AMT(WS-GL-COUNT)           00033001
003305     END-IF.                                                      00033001
003310 200-LOAD-GL-EXIT.                                                00034001
003320     EXIT.                                                        00034001
003330                                                                  00034001
003400             GO TO 300-COUNT-CUSTOMERS-EXIT                       00034001
003410     END-READ.                                                    00035001
003420     IF NOT CT-TRAILER AND NOT CM-ACCT-CLOSED                     00035001
003421         AND NOT CM-SERVICE-OFF                                   00035001
003421         ADD 1 TO WS-CUST-READ                                    00035001
003422         PERFORM 310-COUNT-CYCLE                                  00035001
003422     END-IF.                                                      00035001
003430 300-COUNT-CUSTOMERS-EXIT.                                        00035001
003440     EXIT.                                                        00035001
003441                                                                  00035001
003442 310-COUNT-CYCLE.                                                 00035001
003443     MOVE 'N' TO WS-CYC-FOUND-SW.                                 00035001
003444     MOVE 1 TO WS-CYC-IDX.                                        00035001
003445     PERFORM 315-SCAN-CYCLE THRU 315-SCAN-CYCLE-EXIT              00035001
003446         UNTIL WS-CYC-FOUND OR WS-CYC-IDX > WS-CYC-COUNT.         00035001
003447     IF NOT WS-CYC-FOUND                                          00035001
003448         IF WS-CYC-COUNT >= 40                                    00035001
003449             DISPLAY 'MORE THAN 40 BILLING CYCLES - TABLE FULL'   00035001
003450             MOVE 16 TO RETURN-CODE                               00035001
003451             STOP RUN                                             00035001
003452         END-IF                                                   00035001
003453         ADD 1 TO WS-CYC-COUNT                                    00035001
003454         MOVE WS-CYC-COUNT TO WS-CYC-IDX                          00035001
003455         MOVE CM-BILL-CYCLE TO WS-CYC-CODE(WS-CYC-IDX)            00035001
003456         MOVE 0 TO WS-CYC-ACCOUNTS(WS-CYC-IDX)                    00035001
003457     END-IF.                                                      00035001
003458     ADD 1 TO WS-CYC-ACCOUNTS(WS-CYC-IDX).                        00035001
003459                                                                  00035001
003460 315-SCAN-CYCLE.                                                  00035001
003461     IF WS-CYC-CODE(WS-CYC-IDX) = CM-BILL-CYCLE                   00035001
003462         SET WS-CYC-FOUND TO TRUE                                 00035001
003463     ELSE                                                         00035001
003464         ADD 1 TO WS-CYC-IDX                                      00035001
003465     END-IF.                                                      00035001
003466 315-SCAN-CYCLE-EXIT.                                             00035001
003467     EXIT.                                                        00035001
003450                                                                  00035001
003460******************************************************************00035001
003470* READ THE BILL RUN'S FINAL CHECKPOINT FOR ITS COUNTS.  A         00035001
004280     PERFORM 440-CHECK-JURIS THRU 440-CHECK-JURIS-EXIT            00043001
004290         UNTIL WS-JT-IDX > WS-JURIS-COUNT.                        00043001
004300                                                                  00043001
004301                                                                  00043001
004302*    EVERY CANCELLED BILL MUST HAVE ITS CORRECTED BILL BEHIND IT. 00043001
004303     IF WS-REVERSAL-COUNT NOT = WS-REBILL-COUNT                   00043001
004304         MOVE 'N' TO WS-BALANCED-SW                               00043001
004305         ADD 1 TO WS-MISMATCH-COUNT                               00043001
004306         MOVE SPACES TO WS-PRINT-LINE                             00043001
004307         STRING 'REVERSALS=' WS-REVERSAL-COUNT                    00043001
004308             ' REBILLS=' WS-REBILL-COUNT                          00043001
004309             '  *** OUT OF BALANCE'                               00043001
004310             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00043001
004311         WRITE BR-LINE FROM WS-PRINT-LINE                         00043001
004312     ELSE                                                         00043001
004313         MOVE SPACES TO WS-PRINT-LINE                             00043001
004314         STRING 'REVERSALS=' WS-REVERSAL-COUNT                    00043001
004315             ' REBILLS=' WS-REBILL-COUNT                          00043001
004316             '  OK'                                               00043001
004317             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00043001
004318         WRITE BR-LINE FROM WS-PRINT-LINE                         00043001
004319     END-IF.                                                      00043001
004310     PERFORM 460-CHECK-COUNTS THRU 460-CHECK-COUNTS-EXIT.         00044001
004320                                                                  00044001
004321                                                                  00044001
004322******************************************************************00044001
004323* ONE CYCLE'S ACTIVE-MASTER COUNT - THE BILLED CYCLE IS FLAGGED   00044001
004324* AND ITS COUNT KEPT FOR THE PROOF.                               00044001
004325******************************************************************00044001
004326 470-WRITE-CYCLE-LINE.                                            00044001
004327     MOVE SPACES TO WS-CYC-FLAG.                                  00044001
004328     IF CK-BILL-CYCLE NOT = SPACES                                00044001
004329         AND WS-CYC-CODE(WS-CYC-IDX) = CK-BILL-CYCLE              00044001
004330         MOVE WS-CYC-ACCOUNTS(WS-CYC-IDX) TO WS-CYCLE-CUST        00044001
004331         MOVE '  <== BILLED' TO WS-CYC-FLAG                       00044001
004332     END-IF.                                                      00044001
004333     MOVE SPACES TO WS-PRINT-LINE.                                00044001
004334     STRING '  CYCLE ' WS-CYC-CODE(WS-CYC-IDX)                    00044001
004335         ' MASTERS=' WS-CYC-ACCOUNTS(WS-CYC-IDX)                  00044001
004336         WS-CYC-FLAG                                              00044001
004337         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00044001
004338     WRITE BR-LINE FROM WS-PRINT-LINE.                            00044001
004339     ADD 1 TO WS-CYC-IDX.                                         00044001
004340 470-WRITE-CYCLE-LINE-EXIT.                                       00044001
004341     EXIT.                                                        00044001
004330 440-CHECK-JURIS.                                                 00044001
004340     MOVE SPACES TO WS-CMP-LABEL.                                 00044001
004350     STRING 'STATE TAX JURIS ' WS-JT-CODE(WS-JT-IDX)              00044001
005010         WRITE BR-LINE FROM WS-PRINT-LINE                         00051001
005020     END-IF.                                                      00051001
005030                                                                  00051001
005040*    SPLIT THE ACTIVE MASTERS INTO THE CYCLE BILLED AND THE REST. 00051001
005041*    A BLANK CHECKPOINT CYCLE MEANS NOTHING WAS SCHEDULED TO BILL.00051001
005042     MOVE 0 TO WS-CYCLE-CUST.                                     00051001
005043     MOVE SPACES TO WS-PRINT-LINE.                                00051001
005044     WRITE BR-LINE FROM WS-PRINT-LINE.                            00051001
005045     MOVE SPACES TO WS-PRINT-LINE.                                00051001
005046     STRING 'ACTIVE MASTERS BY BILLING CYCLE - CYCLE BILLED: '    00051001
005047         CK-BILL-CYCLE                                            00051001
005048         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00051001
005049     WRITE BR-LINE FROM WS-PRINT-LINE.                            00051001
005050     MOVE 1 TO WS-CYC-IDX.                                        00051001
005051     PERFORM 470-WRITE-CYCLE-LINE THRU 470-WRITE-CYCLE-LINE-EXIT  00051001
005052         UNTIL WS-CYC-IDX > WS-CYC-COUNT.                         00051001
005053     COMPUTE WS-OTHER-CUST = WS-CUST-READ - WS-CYCLE-CUST.        00051001
005054                                                                  00051001
005055     COMPUTE WS-COUNT-EXPECTED =                                  00051001
005056         CK-CUSTOMERS-DONE + CK-EXCEPTION-COUNT + CK-HELD-COUNT.  00051001
005057     IF WS-COUNT-EXPECTED NOT = WS-CYCLE-CUST                     00051001
005058         MOVE 'N' TO WS-BALANCED-SW                               00051001
005059         ADD 1 TO WS-MISMATCH-COUNT                               00051001
005060         MOVE SPACES TO WS-PRINT-LINE                             00051001
005061         STRING 'BILLED+REJECTED+HELD=' WS-COUNT-EXPECTED         00051001
005062             ' CYCLE MASTERS=' WS-CYCLE-CUST                      00051001
005063             '  *** OUT OF BALANCE'                               00051001
005064             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00051001
005065         WRITE BR-LINE FROM WS-PRINT-LINE                         00051001
005066     ELSE                                                         00051001
005067         MOVE SPACES TO WS-PRINT-LINE                             00051001
005068         STRING 'BILLED+REJECTED+HELD=' WS-COUNT-EXPECTED         00051001
005069             ' CYCLE MASTERS=' WS-CYCLE-CUST                      00051001
005070             '  OK'                                               00051001
005071             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00051001
005072         WRITE BR-LINE FROM WS-PRINT-LINE                         00051001
005073     END-IF.                                                      00051001
005074                                                                  00051001
005075     IF CK-CYCLE-PASSED NOT = WS-OTHER-CUST                       00051001
005076         MOVE 'N' TO WS-BALANCED-SW                               00051001
005077         ADD 1 TO WS-MISMATCH-COUNT                               00051001
005078         MOVE SPACES TO WS-PRINT-LINE                             00051001
005079         STRING 'PASSED THROUGH=' CK-CYCLE-PASSED                 00051001
005080             ' OTHER-CYCLE MASTERS=' WS-OTHER-CUST                00051001
005081             '  *** OUT OF BALANCE'                               00051001
005082             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00051001
005083         WRITE BR-LINE FROM WS-PRINT-LINE                         00051001
005084     ELSE                                                         00051001
005085         MOVE SPACES TO WS-PRINT-LINE                             00051001
005086         STRING 'PASSED THROUGH=' CK-CYCLE-PASSED                 00051001
005087             ' OTHER-CYCLE MASTERS=' WS-OTHER-CUST                00051001
005088             '  OK'                                               00051001
005089             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00051001
005090         WRITE BR-LINE FROM WS-PRINT-LINE                         00051001
005091     END-IF.                                                      00051001
005230 460-CHECK-COUNTS-EXIT.                                           00053001
005240     EXIT.                                                        00053001
005250                                                                  00053001
005930     WRITE BR-LINE FROM WS-PRINT-LINE.                            00060001
005940                                                                  00060001
005950     DISPLAY 'AUDIT RECORDS FOOTED : ' WS-AUDIT-COUNT.            00060001
005951     DISPLAY 'REVERSALS FOOTED     : ' WS-REVERSAL-COUNT.         00060001
005952     DISPLAY 'REBILLS FOOTED       : ' WS-REBILL-COUNT.           00060001
005960     DISPLAY 'EXTRACT ROWS LOADED  : ' WS-GL-COUNT.               00060001
005970     DISPLAY 'CUSTOMERS ON MASTER  : ' WS-CUST-READ.              00060001
005980     DISPLAY 'MISMATCHES           : ' WS-MISMATCH-COUNT.         00060001
