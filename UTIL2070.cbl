000240*  09/02/2026 GD    Initial version - threshold/age scan,         00002001
000250*                   REFEXTR check extract, REFRPT register,       00003001
000260*                   credits cleared onto ARUPD.                   00003001
000261*  10/08/2026 GD    CUSTMAST layout sync - record grew to 142     00003001
000262*                   bytes for the billing-cycle code.             00003001
000263*  10/08/2026 GD    PARMFIL layout sync - catch-up billing-cycle  00003001
000264*                   column (read by UTIL2000) carved from the     00003001
000265*                   trailing filler.                              00003001
000266*  10/12/2026 GD    A/R detail ledger - every refund cleared off  00003001
000267*                   a credit balance is appended to the day's     00003001
000268*                   ARTRANS ledger transactions.                  00003001
000269*  10/13/2026 GD    CUSTMAST layout sync - record grew to 148     00003001
000270*                   bytes for the net-metering fields.            00003001
000271*  10/15/2026 GD    PARMFIL layout sync - reconnect fee and       00003001
000272*                   reinstatement threshold (read by              00003001
000273*                   UTIL2055/UTIL2030) carved from the            00003001
000274*                   trailing filler.                              00003001
000275******************************************************************00003001
000280                                                                  00003001
000290 ENVIRONMENT DIVISION.                                            00003001
000300 INPUT-OUTPUT SECTION.                                            00003001
000620     SELECT PARMFIL ASSIGN TO "PARMFIL"                           00006001
000630         ORGANIZATION IS LINE SEQUENTIAL                          00006001
000640         FILE STATUS IS WS-PARMFIL-STATUS.                        00006001
000641                                                                  00006001
000642*  Day's A/R ledger transactions - one row per refund, appended   00006001
000643*  behind the rows the bill run and payment posting wrote.        00006001
000644     SELECT ARTRANS ASSIGN TO "ARTRANS"                           00006001
000645         ORGANIZATION IS LINE SEQUENTIAL                          00006001
000646         FILE STATUS IS WS-ARTRANS-STATUS.                        00006001
000650                                                                  00006001
000660 DATA DIVISION.                                                   00006001
000670 FILE SECTION.                                                    00006001
000860     05  CM-ADDR-LINE1            PIC X(25).                      00008001
000870     05  CM-ADDR-LINE2            PIC X(25).                      00008001
000880     05  CM-CITY-ST-ZIP           PIC X(25).                      00008001
000890     05  FILLER                   PIC X(47).                      00008001
000900 01  CT-RECORD.                                                   00008001
000910     05  CT-TRAILER-ID            PIC X(06).                      00008001
000920         88  CT-TRAILER                       VALUE '999999'.     00008001
000930     05  CT-LABEL                 PIC X(08).                      00008001
000940     05  CT-RECORD-COUNT          PIC 9(06).                      00008001
000950     05  FILLER                   PIC X(128).                     00008001
000960                                                                  00008001
000970 FD  ARUPD                                                        00009001
000980     RECORDING MODE IS F.                                         00009001
001260     05  PM-REFUND-DAYS           PIC X(03).                      00011001
001270     05  PM-REFUND-DAYS-N REDEFINES PM-REFUND-DAYS                00011001
001280                                  PIC 9(03).                      00011001
001290     05  PM-BILL-CYCLE            PIC X(02).                      00011001
001291     05  PM-RECONN-FEE            PIC X(09).                      00011001
001292     05  PM-REINSTATE-AMT         PIC X(09).                      00011001
001293     05  FILLER                   PIC X(39).                      00011001
001294                                                                  00011001
001295 FD  ARTRANS                                                      00011001
001296     RECORDING MODE IS F.                                         00011001
001297 01  LG-RECORD.                                                   00011001
001298     05  LG-ACCOUNT-NO            PIC 9(06).                      00011001
001299     05  LG-POST-DATE             PIC 9(08).                      00011001
001300     05  LG-POST-TIME             PIC 9(08).                      00011001
001301     05  LG-TRAN-TYPE             PIC X(02).                      00011001
001302     05  LG-TRAN-DATE             PIC 9(08).                      00011001
001303     05  LG-AMOUNT                PIC S9(07)V99                   00011001
001304                                  SIGN LEADING SEPARATE.          00011001
001305     05  LG-SOURCE                PIC X(08).                      00011001
001306     05  LG-REFERENCE             PIC X(20).                      00011001
001307     05  FILLER                   PIC X(10).                      00011001
001309                                                                  00011001
001310 WORKING-STORAGE SECTION.                                         00011001
001320                                                                  00011001
001330******************************************************************00012001
001400 01  WS-REFRPT-STATUS            PIC X(02)   VALUE '00'.          00012001
001410 01  WS-PARMFIL-STATUS           PIC X(02)   VALUE '00'.          00012001
001420     88  WS-PARMFIL-NOTFOUND                 VALUE '35'.          00012001
001421 01  WS-ARTRANS-STATUS           PIC X(02)   VALUE '00'.          00012001
001422     88  WS-ARTRANS-NOTFOUND                 VALUE '35'.          00012001
001430                                                                  00012001
001440 01  WS-AR-EOF-SW                PIC X(01)   VALUE 'N'.           00012001
001450     88  WS-AR-EOF                           VALUE 'Y'.           00013001
001850 01  WS-REFUNDS-ISSUED           PIC 9(06)   VALUE 0.             00016001
001860 01  WS-REFUNDS-HELD             PIC 9(06)   VALUE 0.             00016001
001870 01  WS-TOTAL-REFUNDED           PIC 9(09)V99 VALUE 0.            00016001
001871 01  WS-LEDGER-WRITTEN           PIC 9(06)   VALUE 0.             00016001
001880                                                                  00016001
001890******************************************************************00016001
001900* RUN DATE/TIME, PRINT-LINE AND EDITED FIELDS                     00016001
002590         MOVE 16 TO RETURN-CODE                                   00022001
002600         STOP RUN                                                 00022001
002610     END-IF.                                                      00022001
002611*    ADD TO TODAY'S LEDGER TRANSACTIONS, OR START THEM IF NO      00022001
002612*    EARLIER STEP HAS.                                            00022001
002613     OPEN EXTEND ARTRANS.                                         00022001
002614     IF WS-ARTRANS-NOTFOUND                                       00022001
002615         OPEN OUTPUT ARTRANS                                      00022001
002616     END-IF.                                                      00022001
002617     IF WS-ARTRANS-STATUS NOT = '00'                              00022001
002618         DISPLAY 'UNABLE TO OPEN ARTRANS, STATUS='                00022001
002619             WS-ARTRANS-STATUS                                    00022001
002620         MOVE 16 TO RETURN-CODE                                   00022001
002621         STOP RUN                                                 00022001
002622     END-IF.                                                      00022001
002625                                                                  00022001
002630     PERFORM 200-READ-AR.                                         00022001
002640     PERFORM 220-READ-CUSTOMER.                                   00022001
002650                                                                  00023001
004190     ADD WS-REFUND-AMOUNT TO AR-PRIOR-BALANCE.                    00035001
004200     ADD 1 TO WS-REFUNDS-ISSUED.                                  00035001
004210     ADD WS-REFUND-AMOUNT TO WS-TOTAL-REFUNDED.                   00036001
004211                                                                  00036001
004212     MOVE SPACES TO LG-RECORD.                                    00036001
004213     MOVE AR-ACCOUNT-NO TO LG-ACCOUNT-NO.                         00036001
004214     MOVE 'RF' TO LG-TRAN-TYPE.                                   00036001
004215     MOVE WS-RUN-DATE TO LG-TRAN-DATE.                            00036001
004216     MOVE WS-REFUND-AMOUNT TO LG-AMOUNT.                          00036001
004217     MOVE 'CREDIT REFUND CHECK' TO LG-REFERENCE.                  00036001
004218     PERFORM 520-WRITE-LEDGER.                                    00036001
004220                                                                  00036001
004230     MOVE WS-REFUND-AMOUNT TO WS-MONEY-ED.                        00036001
004240     MOVE SPACES TO WS-PRINT-LINE.                                00036001
004370 500-WRITE-AR.                                                    00037001
004380     WRITE ARU-RECORD FROM AR-RECORD.                             00037001
004390     ADD 1 TO WS-AR-WRITTEN.                                      00037001
004391                                                                  00037001
004392******************************************************************00037001
004393* APPEND ONE ROW TO THE DAY'S LEDGER TRANSACTIONS.  THE CALLER    00037001
004394* FILLS IN THE ACCOUNT, TYPE, DATE, SIGNED AMOUNT (A CREDIT TO    00037001
004395* THE BALANCE IS NEGATIVE) AND REFERENCE.                         00037001
004396******************************************************************00037001
004397 520-WRITE-LEDGER.                                                00037001
004398     MOVE WS-RUN-DATE TO LG-POST-DATE.                            00037001
004399     MOVE WS-RUN-TIME TO LG-POST-TIME.                            00037001
004400     MOVE 'UTIL2070' TO LG-SOURCE.                                00037001
004401     WRITE LG-RECORD.                                             00037001
004402     IF WS-ARTRANS-STATUS NOT = '00'                              00037001
004403         DISPLAY 'UNABLE TO WRITE ARTRANS, STATUS='               00037001
004404             WS-ARTRANS-STATUS                                    00037001
004405         MOVE 16 TO RETURN-CODE                                   00037001
004406         STOP RUN                                                 00037001
004407     END-IF.                                                      00037001
004408     ADD 1 TO WS-LEDGER-WRITTEN.                                  00037001
004409                                                                  00037001
004410******************************************************************00037001
004420* REGISTER TRAILER WITH THE CONTROL TOTALS THAT PROVE AGAINST     00037001
004430* THE EXTRACT, CONSOLE TOTALS, CLOSE UP.                          00037001
004620     DISPLAY 'REFUNDS HELD      : ' WS-REFUNDS-HELD.              00039001
004630     MOVE WS-TOTAL-REFUNDED TO WS-MONEY-ED2.                      00039001
004640     DISPLAY 'TOTAL REFUNDED    : ' WS-MONEY-ED2.                 00039001
004641     DISPLAY 'LEDGER ROWS       : ' WS-LEDGER-WRITTEN.            00039001
004650     DISPLAY '================================'.                  00039001
004660                                                                  00039001
004670     CLOSE ARNEW.                                                 00039001
004690     CLOSE ARUPD.                                                 00040001
004700     CLOSE REFEXTR.                                               00040001
004710     CLOSE REFRPT.                                                00040001
004711     CLOSE ARTRANS.                                               00040001
