000200*  06/30/2026 GD    Initial version.                              00003001
000201*  08/25/2026 GD    CUSTMAST layout sync - record grew to 140     00003001
000202*                   bytes for the TOU peak-kWh field.             00003001
000203*  10/08/2026 GD    CUSTMAST layout sync - record grew to 142     00003001
000204*                   bytes for the billing-cycle code.             00003001
000205*  10/08/2026 GD    Billing cycles - every master must carry a    00003001
000206*                   cycle on the CYCLCAL calendar, and the        00003001
000207*                   calendar itself is edited (one cycle per      00003001
000208*                   bill date).  SEQRPT lists the accounts per    00003001
000209*                   cycle and proves they foot to the trailer.    00003001
000210*  10/13/2026 GD    CUSTMAST layout sync - record grew to 148     00003001
000211*                   bytes for the net-metering fields.            00003001
000210******************************************************************00003001
000220                                                                  00003001
000230 ENVIRONMENT DIVISION.                                            00003001
000320     SELECT SEQRPT ASSIGN TO "SEQRPT"                             00004001
000330         ORGANIZATION IS LINE SEQUENTIAL                          00004001
000340         FILE STATUS IS WS-SEQRPT-STATUS.                         00004001
000341                                                                  00004001
000342*  Billing-cycle calendar - scheduled read and bill date for      00004001
000343*  each cycle.                                                    00004001
000344     SELECT CYCLCAL ASSIGN TO "CYCLCAL"                           00004001
000345         ORGANIZATION IS LINE SEQUENTIAL                          00004001
000346         FILE STATUS IS WS-CYCLCAL-STATUS.                        00004001
000350                                                                  00004001
000360 DATA DIVISION.                                                   00004001
000370 FILE SECTION.                                                    00004001
000430     05  CM-ACCOUNT-NO-N REDEFINES CM-ACCOUNT-NO                  00005001
000440                                  PIC 9(06).                      00005001
000450     05  FILLER                   PIC X(134).                     00003001
000451     05  CM-BILL-CYCLE            PIC X(02).                      00003001
000452     05  FILLER                   PIC X(06).                      00003001
000460 01  CT-RECORD.                                                   00005001
000470     05  CT-TRAILER-ID            PIC X(06).                      00005001
000480         88  CT-TRAILER                       VALUE '999999'.     00005001
000490     05  CT-LABEL                 PIC X(08).                      00005001
000500     05  CT-RECORD-COUNT          PIC 9(06).                      00005001
000510     05  FILLER                   PIC X(128).                     00003001
000520                                                                  00006001
000530 FD  SEQRPT                                                       00006001
000540     RECORDING MODE IS F.                                         00006001
000550 01  SQ-LINE                      PIC X(132).                     00006001
000551                                                                  00006001
000552 FD  CYCLCAL                                                      00006001
000553     RECORDING MODE IS F.                                         00006001
000554 01  CC-RECORD.                                                   00006001
000555     05  CC-BILL-CYCLE            PIC X(02).                      00006001
000556     05  CC-READ-DATE             PIC X(08).                      00006001
000557     05  CC-READ-DATE-N REDEFINES CC-READ-DATE                    00006001
000558                                  PIC 9(08).                      00006001
000559     05  CC-BILL-DATE             PIC X(08).                      00006001
000560     05  CC-BILL-DATE-N REDEFINES CC-BILL-DATE                    00006001
000561                                  PIC 9(08).                      00006001
000562     05  FILLER                   PIC X(12).                      00006001
000560                                                                  00006001
000570 WORKING-STORAGE SECTION.                                         00006001
000580                                                                  00006001
000620 01  WS-CUSTMAST-STATUS          PIC X(02)   VALUE '00'.          00007001
000630     88  WS-CUSTMAST-EOF                     VALUE '10'.          00007001
000640 01  WS-SEQRPT-STATUS            PIC X(02)   VALUE '00'.          00007001
000641 01  WS-CYCLCAL-STATUS           PIC X(02)   VALUE '00'.          00007001
000642     88  WS-CYCLCAL-EOF                      VALUE '10'.          00007001
000650                                                                  00007001
000660 01  WS-TRAILER-SEEN-SW          PIC X(01)   VALUE 'N'.           00007001
000670     88  WS-TRAILER-SEEN                     VALUE 'Y'.           00007001
000730 01  WS-DETAIL-COUNT             PIC 9(06)   VALUE 0.             00008001
000740 01  WS-TRAILER-COUNT            PIC 9(06)   VALUE 0.             00008001
000750 01  WS-ERROR-COUNT              PIC 9(06)   VALUE 0.             00008001
000751                                                                  00008001
000752******************************************************************00008001
000753* BILLING-CYCLE CALENDAR AND PER-CYCLE ACCOUNT COUNTS.  THE ROW   00008001
000754* TABLE CATCHES TWO CYCLES BILLING ON ONE DATE; THE CYCLE TABLE   00008001
000755* HOLDS ONE ENTRY PER CODE WITH ITS NEXT BILL DATE AND COUNT.     00008001
000756******************************************************************00008001
000757 01  WS-RUN-DATE                 PIC 9(08)   VALUE 0.             00008001
000758 01  WS-CAL-COUNT                PIC 9(03)   VALUE 0.             00008001
000759 01  WS-CAL-TABLE.                                                00008001
000760     05  WS-CAL-ENTRY OCCURS 400 TIMES.                           00008001
000761         10  WS-CAL-CYCLE         PIC X(02).                      00008001
000762         10  WS-CAL-BILL-DATE     PIC 9(08).                      00008001
000763 01  WS-CAL-IDX                  PIC 9(03)   VALUE 0.             00008001
000764 01  WS-CYC-COUNT                PIC 9(02)   VALUE 0.             00008001
000765 01  WS-CYCLE-TABLE.                                              00008001
000766     05  WS-CYC-ENTRY OCCURS 40 TIMES.                            00008001
000767         10  WS-CYC-CODE          PIC X(02).                      00008001
000768         10  WS-CYC-NEXT-BILL     PIC 9(08).                      00008001
000769         10  WS-CYC-ACCOUNTS      PIC 9(06).                      00008001
000770 01  WS-CYC-IDX                  PIC 9(02)   VALUE 0.             00008001
000771 01  WS-CYC-FOUND-SW             PIC X(01)   VALUE 'N'.           00008001
000772     88  WS-CYC-FOUND                        VALUE 'Y'.           00008001
000773 01  WS-CYC-WANT                 PIC X(02)   VALUE SPACES.        00008001
000774 01  WS-NO-CYCLE-COUNT           PIC 9(06)   VALUE 0.             00008001
000775 01  WS-CYCLE-TOTAL              PIC 9(06)   VALUE 0.             00008001
000776 01  WS-CYCLE-PROOF              PIC 9(06)   VALUE 0.             00008001
000760                                                                  00008001
000770 01  WS-PRINT-LINE               PIC X(132)  VALUE SPACES.        00008001
000780                                                                  00008001
000860     PERFORM 100-CHECK-RECORD THRU 100-CHECK-RECORD-EXIT          00009001
000870         UNTIL WS-CUSTMAST-EOF.                                   00009001
000880     PERFORM 400-CHECK-TRAILER.                                   00009001
000881     PERFORM 450-PROVE-CYCLES.                                    00009001
000890     PERFORM 800-END-OF-RUN.                                      00009001
000900     STOP RUN.                                                    00009001
000910                                                                  00010001
001120         MOVE 16 TO RETURN-CODE                                   00012001
001130         STOP RUN                                                 00012001
001140     END-IF.                                                      00012001
001141     OPEN INPUT  CYCLCAL.                                         00012001
001142     IF WS-CYCLCAL-STATUS NOT = '00'                              00012001
001143         DISPLAY 'UNABLE TO OPEN CYCLCAL, STATUS='                00012001
001144             WS-CYCLCAL-STATUS                                    00012001
001145         MOVE 16 TO RETURN-CODE                                   00012001
001146         STOP RUN                                                 00012001
001147     END-IF.                                                      00012001
001148                                                                  00012001
001149     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.                       00012001
001150     PERFORM 080-LOAD-CALENDAR.                                   00012001
001151                                                                  00012001
001152******************************************************************00012001
001153* LOAD AND EDIT THE CYCLE CALENDAR.  A ROW WITH A BLANK CYCLE OR  00012001
001154* BAD DATES, OR A SECOND CYCLE ON A BILL DATE ALREADY TAKEN, IS A 00012001
001155* PRE-EDIT ERROR - THE BILL RUN BILLS ONE CYCLE PER DAY.          00012001
001156******************************************************************00012001
001157 080-LOAD-CALENDAR.                                               00012001
001158     PERFORM 081-READ-CALENDAR THRU 081-READ-CALENDAR-EXIT        00012001
001159         UNTIL WS-CYCLCAL-EOF.                                    00012001
001160     CLOSE CYCLCAL.                                               00012001
001161                                                                  00012001
001162 081-READ-CALENDAR.                                               00012001
001163     READ CYCLCAL                                                 00012001
001164         AT END                                                   00012001
001165             GO TO 081-READ-CALENDAR-EXIT                         00012001
001166     END-READ.                                                    00012001
001167     IF CC-BILL-CYCLE = SPACES                                    00012001
001168         OR CC-READ-DATE NOT NUMERIC                              00012001
001169         OR CC-BILL-DATE NOT NUMERIC                              00012001
001170         OR CC-BILL-DATE-N < CC-READ-DATE-N                       00012001
001171         MOVE SPACES TO WS-PRINT-LINE                             00012001
001172         STRING 'CYCLCAL ROW INVALID: ' CC-RECORD                 00012001
001173             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00012001
001174         PERFORM 700-WRITE-ERROR                                  00012001
001175         GO TO 081-READ-CALENDAR-EXIT                             00012001
001176     END-IF.                                                      00012001
001177                                                                  00012001
001178     MOVE 1 TO WS-CAL-IDX.                                        00012001
001179     PERFORM 082-CHECK-BILL-DATE THRU 082-CHECK-BILL-DATE-EXIT    00012001
001180         UNTIL WS-CAL-IDX > WS-CAL-COUNT.                         00012001
001181     IF WS-CAL-COUNT >= 400                                       00012001
001182         DISPLAY 'CYCLCAL HAS MORE THAN 400 ROWS - TABLE FULL'    00012001
001183         MOVE 16 TO RETURN-CODE                                   00012001
001184         STOP RUN                                                 00012001
001185     END-IF.                                                      00012001
001186     ADD 1 TO WS-CAL-COUNT.                                       00012001
001187     MOVE CC-BILL-CYCLE  TO WS-CAL-CYCLE(WS-CAL-COUNT).           00012001
001188     MOVE CC-BILL-DATE-N TO WS-CAL-BILL-DATE(WS-CAL-COUNT).       00012001
001189                                                                  00012001
001190     MOVE CC-BILL-CYCLE TO WS-CYC-WANT.                           00012001
001191     PERFORM 160-FIND-CYCLE.                                      00012001
001192     IF NOT WS-CYC-FOUND                                          00012001
001193         IF WS-CYC-COUNT >= 40                                    00012001
001194             DISPLAY 'CYCLCAL HAS OVER 40 CYCLES - TABLE FULL'    00012001
001195             MOVE 16 TO RETURN-CODE                               00012001
001196             STOP RUN                                             00012001
001197         END-IF                                                   00012001
001198         ADD 1 TO WS-CYC-COUNT                                    00012001
001199         MOVE WS-CYC-COUNT TO WS-CYC-IDX                          00012001
001200         MOVE CC-BILL-CYCLE TO WS-CYC-CODE(WS-CYC-IDX)            00012001
001201         MOVE 0 TO WS-CYC-NEXT-BILL(WS-CYC-IDX)                   00012001
001202         MOVE 0 TO WS-CYC-ACCOUNTS(WS-CYC-IDX)                    00012001
001203     END-IF.                                                      00012001
001204*    KEEP THE EARLIEST BILL DATE ON OR AFTER TODAY.               00012001
001205     IF CC-BILL-DATE-N NOT < WS-RUN-DATE                          00012001
001206         IF WS-CYC-NEXT-BILL(WS-CYC-IDX) = 0                      00012001
001207             OR CC-BILL-DATE-N < WS-CYC-NEXT-BILL(WS-CYC-IDX)     00012001
001208             MOVE CC-BILL-DATE-N TO WS-CYC-NEXT-BILL(WS-CYC-IDX)  00012001
001209         END-IF                                                   00012001
001210     END-IF.                                                      00012001
001211 081-READ-CALENDAR-EXIT.                                          00012001
001212     EXIT.                                                        00012001
001213                                                                  00012001
001214 082-CHECK-BILL-DATE.                                             00012001
001215     IF WS-CAL-BILL-DATE(WS-CAL-IDX) = CC-BILL-DATE-N             00012001
001216         AND WS-CAL-CYCLE(WS-CAL-IDX) NOT = CC-BILL-CYCLE         00012001
001217         MOVE SPACES TO WS-PRINT-LINE                             00012001
001218         STRING 'CYCLCAL - CYCLES ' WS-CAL-CYCLE(WS-CAL-IDX)      00012001
001219             ' AND ' CC-BILL-CYCLE ' BOTH BILL ON ' CC-BILL-DATE  00012001
001220             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00012001
001221         PERFORM 700-WRITE-ERROR                                  00012001
001222     END-IF.                                                      00012001
001223     ADD 1 TO WS-CAL-IDX.                                         00012001
001224 082-CHECK-BILL-DATE-EXIT.                                        00012001
001225     EXIT.                                                        00012001
001150                                                                  00012001
001160******************************************************************00012001
001170* ONE RECORD - TRAILER BOOKKEEPING, KEY EDIT, SEQUENCE AND        00012001
001490     END-IF.                                                      00015001
001500                                                                  00015001
001510     ADD 1 TO WS-DETAIL-COUNT.                                    00016001
001511     PERFORM 150-COUNT-CYCLE.                                     00016001
001520                                                                  00016001
001530     IF CM-ACCOUNT-NO NOT NUMERIC                                 00016001
001540         MOVE SPACES TO WS-PRINT-LINE                             00016001
001780     MOVE CM-ACCOUNT-NO-N TO WS-PREV-ACCOUNT.                     00018001
001790 100-CHECK-RECORD-EXIT.                                           00018001
001800     EXIT.                                                        00018001
001801                                                                  00018001
001802******************************************************************00018001
001803* COUNT THE DETAIL AGAINST ITS BILLING CYCLE.  A CYCLE THAT IS NOT00018001
001804* ON THE CALENDAR WOULD NEVER BILL - IT IS AN ERROR, AND COUNTED  00018001
001805* APART SO THE CYCLE TABLE STILL FOOTS TO THE TRAILER.            00018001
001806******************************************************************00018001
001807 150-COUNT-CYCLE.                                                 00018001
001808     MOVE CM-BILL-CYCLE TO WS-CYC-WANT.                           00018001
001809     PERFORM 160-FIND-CYCLE.                                      00018001
001810     IF WS-CYC-FOUND                                              00018001
001811         ADD 1 TO WS-CYC-ACCOUNTS(WS-CYC-IDX)                     00018001
001812     ELSE                                                         00018001
001813         ADD 1 TO WS-NO-CYCLE-COUNT                               00018001
001814         MOVE SPACES TO WS-PRINT-LINE                             00018001
001815         STRING 'ACCOUNT ' CM-ACCOUNT-NO                          00018001
001816             ' BILL CYCLE ''' CM-BILL-CYCLE ''' NOT ON CYCLCAL'   00018001
001817             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00018001
001818         PERFORM 700-WRITE-ERROR                                  00018001
001819     END-IF.                                                      00018001
001820                                                                  00018001
001821 160-FIND-CYCLE.                                                  00018001
001822     MOVE 'N' TO WS-CYC-FOUND-SW.                                 00018001
001823     MOVE 1 TO WS-CYC-IDX.                                        00018001
001824     PERFORM 165-SCAN-CYCLE THRU 165-SCAN-CYCLE-EXIT              00018001
001825         UNTIL WS-CYC-FOUND OR WS-CYC-IDX > WS-CYC-COUNT.         00018001
001826                                                                  00018001
001827 165-SCAN-CYCLE.                                                  00018001
001828     IF WS-CYC-CODE(WS-CYC-IDX) = WS-CYC-WANT                     00018001
001829         SET WS-CYC-FOUND TO TRUE                                 00018001
001830     ELSE                                                         00018001
001831         ADD 1 TO WS-CYC-IDX                                      00018001
001832     END-IF.                                                      00018001
001833 165-SCAN-CYCLE-EXIT.                                             00018001
001834     EXIT.                                                        00018001
001810                                                                  00019001
001820******************************************************************00019001
001830* AFTER END OF FILE - THE TRAILER MUST EXIST AND ITS COUNT MUST   00019001
001970             PERFORM 700-WRITE-ERROR                              00020001
001980         END-IF                                                   00020001
001990     END-IF.                                                      00020001
001991                                                                  00020001
001992******************************************************************00020001
001993* ACCOUNTS BY BILLING CYCLE.  THE CYCLES (PLUS ANY ACCOUNTS WITH  00020001
001994* NO VALID CYCLE) MUST FOOT TO THE TRAILER COUNT - OR, WITH NO    00020001
001995* USABLE TRAILER, TO THE DETAIL RECORDS READ.                     00020001
001996******************************************************************00020001
001997 450-PROVE-CYCLES.                                                00020001
001998     MOVE SPACES TO WS-PRINT-LINE.                                00020001
001999     STRING 'ACCOUNTS BY BILLING CYCLE'                           00020001
002000         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00020001
002001     WRITE SQ-LINE FROM WS-PRINT-LINE.                            00020001
002002     MOVE 0 TO WS-CYCLE-TOTAL.                                    00020001
002003     MOVE 1 TO WS-CYC-IDX.                                        00020001
002004     PERFORM 460-WRITE-CYCLE-LINE THRU 460-WRITE-CYCLE-LINE-EXIT  00020001
002005         UNTIL WS-CYC-IDX > WS-CYC-COUNT.                         00020001
002006     ADD WS-NO-CYCLE-COUNT TO WS-CYCLE-TOTAL.                     00020001
002007     MOVE SPACES TO WS-PRINT-LINE.                                00020001
002008     STRING '  NO VALID CYCLE  ACCOUNTS=' WS-NO-CYCLE-COUNT       00020001
002009         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00020001
002010     WRITE SQ-LINE FROM WS-PRINT-LINE.                            00020001
002011                                                                  00020001
002012     IF WS-TRAILER-SEEN                                           00020001
002013         MOVE WS-TRAILER-COUNT TO WS-CYCLE-PROOF                  00020001
002014     ELSE                                                         00020001
002015         MOVE WS-DETAIL-COUNT TO WS-CYCLE-PROOF                   00020001
002016     END-IF.                                                      00020001
002017     MOVE SPACES TO WS-PRINT-LINE.                                00020001
002018     IF WS-CYCLE-TOTAL = WS-CYCLE-PROOF                           00020001
002019         STRING 'CYCLE TOTAL=' WS-CYCLE-TOTAL                     00020001
002020             ' FILE COUNT=' WS-CYCLE-PROOF '  OK'                 00020001
002021             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00020001
002022         WRITE SQ-LINE FROM WS-PRINT-LINE                         00020001
002023     ELSE                                                         00020001
002024         STRING 'CYCLE TOTAL ' WS-CYCLE-TOTAL                     00020001
002025             ' DOES NOT MATCH FILE COUNT ' WS-CYCLE-PROOF         00020001
002026             DELIMITED BY SIZE INTO WS-PRINT-LINE                 00020001
002027         PERFORM 700-WRITE-ERROR                                  00020001
002028     END-IF.                                                      00020001
002029                                                                  00020001
002030 460-WRITE-CYCLE-LINE.                                            00020001
002031     ADD WS-CYC-ACCOUNTS(WS-CYC-IDX) TO WS-CYCLE-TOTAL.           00020001
002032     MOVE SPACES TO WS-PRINT-LINE.                                00020001
002033     STRING '  CYCLE ' WS-CYC-CODE(WS-CYC-IDX)                    00020001
002034         '        ACCOUNTS=' WS-CYC-ACCOUNTS(WS-CYC-IDX)          00020001
002035         ' NEXT BILL DATE=' WS-CYC-NEXT-BILL(WS-CYC-IDX)          00020001
002036         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00020001
002037     WRITE SQ-LINE FROM WS-PRINT-LINE.                            00020001
002038     ADD 1 TO WS-CYC-IDX.                                         00020001
002039 460-WRITE-CYCLE-LINE-EXIT.                                       00020001
002040     EXIT.                                                        00020001
002000                                                                  00020001
002010******************************************************************00021001
002020* ONE PRE-EDIT ERROR - REPORT LINE PLUS CONSOLE ECHO.             00021001
