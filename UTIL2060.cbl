000040*  Programmer.:Gabriel Dilley                                     00001001
000050*  Date.......:August 20, 2026                                    00001001
000060*  GitHub URL.:                                                   00001001
000070*  Description:Audit-history maintenance.  Files this run's       00001001
000076*              AUDITF detail into the retained history AUDITH,    00001001
000082*              keeps exactly the last thirteen periods per        00001001
000088*              account and drops history for accounts no longer   00001001
000094*              on CUSTMAST.  AUDITH is an indexed file keyed by   00001001
000100*              account, run date and run time, updated in place,  00001001
000106*              so the nightly programs that use it read only the  00001001
000112*              keys of the account in hand.  Record counts go to  00001001
000118*              HISTRPT.                                           00001001
000124*              Reversals from the cancel-and-rebill run are       00001001
000130*              applied here, so the cancelled bill stays on       00001001
000136*              file next to its correction.                       00001001
000142*              With no AUDITH yet (the conversion run) the file   00001001
000148*              is built, and loaded from the last sequential      00001001
000154*              history (AUDITSQ) when one is mounted.             00001001
000160*              This replaces the hand-trimming operations used    00001001
000166*              to do with a text editor.                          00001001
000180******************************************************************00002001
000190*  MODIFICATION HISTORY                                           00002001
000200*  ---------------------------------------------------------      00002001
000240*                   dropped-account purge, capacity warning.      00002001
000241*  08/25/2026 GD    Layout sync - audit records grew to 136       00002001
000242*                   bytes and CUSTMAST to 140 for TOU.            00002001
000243*  10/05/2026 GD    Cancel/rebill - a UTIL2080 reversal marks     00002001
000244*                   the original period cancelled rather than     00002001
000245*                   adding a row; the rebill is filed right       00002001
000246*                   behind the bill it replaced.  Cancelled       00002001
000247*                   rows ride along with their period and do      00002001
000248*                   not use up one of the thirteen.               00002001
000249*  10/08/2026 GD    CUSTMAST layout sync - record grew to 142     00002001
000250*                   bytes for the billing-cycle code.             00002001
000251*  10/13/2026 GD    CUSTMAST grew to 148 bytes (net-metering flag 00002001
000252*                   and received kWh) and AUDITH to 153 bytes     00002001
000253*                   (delivered/received/banked kWh) - layout sync.00002001
000254*  10/15/2026 GD    AUDITH is now an indexed file keyed by        00002001
000255*                   account, run date and run time, maintained    00002001
000256*                   in place.  HISTNEW, the in-core tables and    00002001
000257*                   the capacity warning are gone.  The           00002001
000258*                   conversion run builds it from AUDITSQ.        00002001
000250******************************************************************00003001
000260                                                                  00003001
000270 ENVIRONMENT DIVISION.                                            00003001
000280 INPUT-OUTPUT SECTION.                                            00003001
000290 FILE-CONTROL.                                                    00003001
000300*  Retained audit history, keyed by account, run date and run     00003001
000303*  time (the run time keeps a rebill apart from the bill it       00003001
000306*  replaced).  Updated in place.  Absent before the conversion    00003001
000309*  run.                                                           00003001
000312     SELECT AUDITH ASSIGN TO "AUDITH"                             00003001
000315         ORGANIZATION IS INDEXED                                  00003001
000318         ACCESS MODE IS DYNAMIC                                   00003001
000321         RECORD KEY IS AH-KEY                                     00003001
000324         FILE STATUS IS WS-AUDITH-STATUS.                         00003001
000327                                                                  00003001
000330*  The sequential retained history AUDITH is built from on the    00003001
000333*  conversion run.  Read only when AUDITH is absent.              00003001
000336     SELECT AUDITSQ ASSIGN TO "AUDITSQ"                           00003001
000339         ORGANIZATION IS LINE SEQUENTIAL                          00003001
000342         FILE STATUS IS WS-AUDITSQ-STATUS.                        00003001
000350                                                                  00003001
000360*  This run's audit detail from the bill run.                     00003001
000370     SELECT AUDITF ASSIGN TO "AUDITF"                             00004001
000440         ORGANIZATION IS LINE SEQUENTIAL                          00004001
000450         FILE STATUS IS WS-CUSTMAST-STATUS.                       00004001
000460                                                                  00004001
000530*  Maintenance report - counts in and out.                        00005001
000540     SELECT HISTRPT ASSIGN TO "HISTRPT"                           00005001
000550         ORGANIZATION IS LINE SEQUENTIAL                          00005001
000560         FILE STATUS IS WS-HISTRPT-STATUS.                        00005001
000590 FILE SECTION.                                                    00005001
000600                                                                  00005001
000610 FD  AUDITH                                                       00006001
000613     RECORD CONTAINS 153 CHARACTERS.                              00006001
000616 01  AH-RECORD.                                                   00006001
000619     05  AH-KEY.                                                  00006001
000622         10  AH-ACCOUNT-NO        PIC 9(06).                      00006001
000625         10  AH-RUN-DATE          PIC 9(08).                      00006001
000628         10  AH-RUN-TIME          PIC 9(08).                      00006001
000631     05  FILLER                   PIC X(105).                     00006001
000634     05  AH-BILL-TYPE             PIC X(01).                      00006001
000637         88  AH-LIVE                         VALUE ' ' 'R'.       00006001
000640     05  AH-REF-DATE              PIC X(08).                      00006001
000643     05  FILLER                   PIC X(17).                      00006001
000646                                                                  00006001
000649 FD  AUDITSQ                                                      00006001
000652     RECORDING MODE IS F.                                         00006001
000655 01  AS-RECORD                    PIC X(153).                     00006001
000670                                                                  00006001
000680 FD  AUDITF                                                       00006001
000690     RECORDING MODE IS F.                                         00006001
000700 01  AU-RECORD.                                                   00006001
000710     05  AU-ACCOUNT-NO            PIC 9(06).                      00006001
000720     05  AU-RUN-DATE              PIC 9(08).                      00006001
000723     05  AU-RUN-TIME              PIC 9(08).                      00006001
000726     05  FILLER                   PIC X(105).                     00006001
000731     05  AU-BILL-TYPE             PIC X(01).                      00002001
000732         88  AU-TYPE-REVERSAL                VALUE 'X'.           00002001
000733         88  AU-TYPE-REBILL                  VALUE 'R'.           00002001
000734     05  AU-REF-DATE              PIC X(08).                      00002001
000735     05  FILLER                   PIC X(17).                      00002001
000740                                                                  00007001
000750 FD  CUSTMAST                                                     00007001
000760     RECORDING MODE IS F.                                         00007001
000770 01  CM-RECORD.                                                   00007001
000780     05  CM-ACCOUNT-NO            PIC 9(06).                      00007001
000790     05  FILLER                   PIC X(142).                     00002001
000800 01  CT-RECORD.                                                   00007001
000810     05  CT-TRAILER-ID            PIC X(06).                      00007001
000820         88  CT-TRAILER                       VALUE '999999'.     00007001
000830     05  CT-LABEL                 PIC X(08).                      00007001
000840     05  CT-RECORD-COUNT          PIC 9(06).                      00007001
000850     05  FILLER                   PIC X(128).                     00002001
000860                                                                  00008001
000910 FD  HISTRPT                                                      00008001
000920     RECORDING MODE IS F.                                         00008001
000930 01  HR-LINE                      PIC X(132).                     00008001
000980* FILE STATUS / SWITCHES                                          00009001
000990******************************************************************00009001
001000 01  WS-AUDITH-STATUS            PIC X(02)   VALUE '00'.          00009001
001008     88  WS-AUDITH-NOTFOUND                  VALUE '35'.          00009001
001016     88  WS-AUDITH-DUPLICATE                 VALUE '22'.          00009001
001024 01  WS-AUDITSQ-STATUS           PIC X(02)   VALUE '00'.          00009001
001032     88  WS-AUDITSQ-EOF                      VALUE '10'.          00009001
001040     88  WS-AUDITSQ-NOTFOUND                 VALUE '35'.          00009001
001048 01  WS-AUDITF-STATUS            PIC X(02)   VALUE '00'.          00009001
001056     88  WS-AUDITF-EOF                       VALUE '10'.          00009001
001064 01  WS-CUSTMAST-STATUS          PIC X(02)   VALUE '00'.          00009001
001072     88  WS-CUSTMAST-EOF                     VALUE '10'.          00009001
001080 01  WS-HISTRPT-STATUS           PIC X(02)   VALUE '00'.          00009001
001090                                                                  00010001
001100******************************************************************00010001
001110* THE SWEEP - THE MASTER AND THE HISTORY ARE BOTH IN ACCOUNT      00010001
001120* ORDER.  ONLY ACCOUNTS STILL ON THE MASTER KEEP THEIR HISTORY.   00010001
001130******************************************************************00010001
001140 01  WS-CM-KEY                   PIC X(06)   VALUE LOW-VALUES.    00010001
001150 01  WS-CUR-ACCOUNT              PIC X(06)   VALUE SPACES.        00010001
001160 01  WS-HIST-EOF-SW              PIC X(01)   VALUE 'N'.           00010001
001170     88  WS-HIST-END                         VALUE 'Y'.           00010001
001180 01  WS-DELETE-SW                PIC X(01)   VALUE 'N'.           00010001
001190     88  WS-DELETE-DONE                      VALUE 'Y'.           00010001
001200 01  WS-PURGE-SW                 PIC X(01)   VALUE 'N'.           00010001
001210     88  WS-PURGE-ACCOUNT                    VALUE 'Y'.           00010001
001220                                                                  00010001
001230******************************************************************00010001
001240* RETENTION - ONLY LIVE PERIODS COUNT TOWARD THE THIRTEEN; A      00010001
001250* CANCELLED ROW STAYS WITH ITS PERIOD AND GOES WHEN IT DOES.      00010001
001260******************************************************************00010001
001270 01  WS-KEEP-PERIODS             PIC 9(02)   VALUE 13.            00010001
001280 01  WS-ACCT-ROWS                PIC 9(04)   VALUE 0.             00010001
001290 01  WS-ACCT-LIVE                PIC 9(04)   VALUE 0.             00010001
001300 01  WS-ACCT-DELETED             PIC 9(04)   VALUE 0.             00010001
001310 01  WS-TRIM-LIVE                PIC 9(04)   VALUE 0.             00010001
001320 01  WS-TRIMMED-LIVE             PIC 9(04)   VALUE 0.             00010001
001330 01  WS-TRIM-DATE                PIC 9(08)   VALUE 0.             00010001
001340                                                                  00010001
001350******************************************************************00010001
001360* REVERSAL LOOKUP - THE KEY OF THE LIVE ROW TO CANCEL.            00010001
001370******************************************************************00010001
001380 01  WS-FIND-SW                  PIC X(01)   VALUE 'N'.           00010001
001390     88  WS-FIND-FOUND                       VALUE 'Y'.           00010001
001400 01  WS-FIND-KEY                 PIC X(22)   VALUE SPACES.        00010001
001510******************************************************************00013001
001520* RUN COUNTERS                                                    00013001
001530******************************************************************00013001
001540 01  WS-ACCT-COUNT               PIC 9(06)   VALUE 0.             00013001
001546 01  WS-AUDITSQ-READ             PIC 9(06)   VALUE 0.             00013001
001552 01  WS-AUDITH-READ              PIC 9(06)   VALUE 0.             00013001
001558 01  WS-AUDITF-READ              PIC 9(06)   VALUE 0.             00013001
001564 01  WS-RECORDS-ADDED            PIC 9(06)   VALUE 0.             00013001
001570 01  WS-DUPLICATES               PIC 9(06)   VALUE 0.             00013001
001576 01  WS-RECORDS-OUT              PIC 9(06)   VALUE 0.             00013001
001582 01  WS-DROPPED-ACCTS            PIC 9(06)   VALUE 0.             00013001
001588 01  WS-TRIMMED-RECS             PIC 9(06)   VALUE 0.             00013001
001594 01  WS-REVERSALS-APPLIED        PIC 9(06)   VALUE 0.             00013001
001600 01  WS-REVERSALS-UNMATCHED      PIC 9(06)   VALUE 0.             00013001
001610                                                                  00014001
001620 01  WS-PRINT-LINE               PIC X(132)  VALUE SPACES.        00014001
001630                                                                  00014001
001640 PROCEDURE DIVISION.                                              00014001
001650                                                                  00014001
001660******************************************************************00014001
001670* MAINLINE - FILE TODAY'S DETAIL, SWEEP THE HISTORY ACCOUNT BY    00014001
001680* ACCOUNT, REPORT THE COUNTS.                                     00014001
001690******************************************************************00014001
001700 000-MAIN.                                                        00014001
001710     PERFORM 050-INITIALIZE-RUN.                                  00014001
001720     PERFORM 300-APPLY-AUDITF THRU 300-APPLY-AUDITF-EXIT          00014001
001730         UNTIL WS-AUDITF-EOF.                                     00014001
001740     PERFORM 400-SWEEP-HISTORY.                                   00014001
001750     PERFORM 800-END-OF-RUN.                                      00014001
001760     STOP RUN.                                                    00014001
001800                                                                  00015001
001810******************************************************************00016001
001820* OPEN FILES.                                                     00016001
002010         MOVE 16 TO RETURN-CODE                                   00017001
002020         STOP RUN                                                 00017001
002030     END-IF.                                                      00017001
002110     OPEN OUTPUT HISTRPT.                                         00018001
002120     IF WS-HISTRPT-STATUS NOT = '00'                              00018001
002130         DISPLAY 'UNABLE TO OPEN HISTRPT, STATUS='                00018001
002150         MOVE 16 TO RETURN-CODE                                   00018001
002160         STOP RUN                                                 00018001
002170     END-IF.                                                      00019001
002171     PERFORM 200-OPEN-AUDITH.                                     00019001
002180                                                                  00019001
002190******************************************************************00019001
002200* READ THE NEXT CUSTOMER MASTER RECORD.  THE CONTROL TRAILER      00019001
002210* ENDS THE FILE.                                                  00019001
002220******************************************************************00019001
002230 100-READ-CUSTOMER.                                               00019001
002240     READ CUSTMAST                                                00019001
002250         AT END                                                   00019001
002260             MOVE HIGH-VALUES TO WS-CM-KEY                        00019001
002270         NOT AT END                                               00019001
002280             IF CT-TRAILER                                        00019001
002290                 SET WS-CUSTMAST-EOF TO TRUE                      00019001
002300                 MOVE HIGH-VALUES TO WS-CM-KEY                    00019001
002310             ELSE                                                 00019001
002320                 ADD 1 TO WS-ACCT-COUNT                           00019001
002330                 MOVE CM-ACCOUNT-NO TO WS-CM-KEY                  00019001
002340             END-IF                                               00019001
002350     END-READ.                                                    00019001
002410                                                                  00021001
002420******************************************************************00021001
002430* OPEN THE RETAINED HISTORY FOR UPDATE.  A MISSING FILE IS THE    00021001
002432* CONVERSION RUN (OR A FIRST CYCLE) - THE FILE IS CREATED AND,    00021001
002434* WHEN THE SEQUENTIAL HISTORY IS MOUNTED, LOADED FROM IT.         00021001
002436******************************************************************00021001
002438 200-OPEN-AUDITH.                                                 00021001
002440     OPEN I-O AUDITH.                                             00021001
002442     IF WS-AUDITH-NOTFOUND                                        00021001
002444         DISPLAY 'NO AUDITH - BUILDING THE INDEXED HISTORY'       00021001
002446         OPEN OUTPUT AUDITH                                       00021001
002448         IF WS-AUDITH-STATUS NOT = '00'                           00021001
002450             DISPLAY 'UNABLE TO CREATE AUDITH, STATUS='           00021001
002452                 WS-AUDITH-STATUS                                 00021001
002454             MOVE 16 TO RETURN-CODE                               00021001
002456             STOP RUN                                             00021001
002458         END-IF                                                   00021001
002460         PERFORM 220-LOAD-AUDITSQ                                 00021001
002462         CLOSE AUDITH                                             00021001
002464         OPEN I-O AUDITH                                          00021001
002466     END-IF.                                                      00021001
002468     IF WS-AUDITH-STATUS NOT = '00'                               00021001
002470         DISPLAY 'UNABLE TO OPEN AUDITH, STATUS='                 00021001
002472             WS-AUDITH-STATUS                                     00021001
002474         MOVE 16 TO RETURN-CODE                                   00021001
002476         STOP RUN                                                 00021001
002478     END-IF.                                                      00021001
002480                                                                  00021001
002482 220-LOAD-AUDITSQ.                                                00021001
002484     OPEN INPUT AUDITSQ.                                          00021001
002486     IF WS-AUDITSQ-NOTFOUND                                       00021001
002488         DISPLAY 'NO AUDITSQ - FIRST CYCLE ASSUMED'               00021001
002490     ELSE                                                         00021001
002492         PERFORM 230-READ-AUDITSQ THRU 230-READ-AUDITSQ-EXIT      00021001
002494             UNTIL WS-AUDITSQ-EOF                                 00021001
002496         CLOSE AUDITSQ                                            00021001
002498     END-IF.                                                      00021001
002500                                                                  00021001
002502 230-READ-AUDITSQ.                                                00021001
002504     READ AUDITSQ                                                 00021001
002506         AT END                                                   00021001
002508             GO TO 230-READ-AUDITSQ-EXIT                          00021001
002510     END-READ.                                                    00021001
002512     ADD 1 TO WS-AUDITSQ-READ.                                    00021001
002514     MOVE AS-RECORD TO AH-RECORD.                                 00021001
002516     PERFORM 350-WRITE-HISTORY.                                   00021001
002518 230-READ-AUDITSQ-EXIT.                                           00021001
002520     EXIT.                                                        00021001
002522                                                                  00021001
002524******************************************************************00021001
002526* FILE THIS RUN'S DETAIL UNDER ITS KEY.  A REVERSAL FROM THE      00021001
002528* CORRECTION RUN IS NOT A PERIOD OF ITS OWN - IT MARKS THE BILL   00021001
002530* IT CANCELS.  THE REBILL THAT FOLLOWS CARRIES THE SAME RUN DATE  00021001
002532* AND ITS OWN RUN TIME, SO IT FILES IN THE SAME PERIOD.           00021001
002534******************************************************************00021001
002536 300-APPLY-AUDITF.                                                00021001
002538     READ AUDITF                                                  00021001
002540         AT END                                                   00021001
002542             GO TO 300-APPLY-AUDITF-EXIT                          00021001
002544     END-READ.                                                    00021001
002546     ADD 1 TO WS-AUDITF-READ.                                     00021001
002548     IF AU-TYPE-REVERSAL                                          00021001
002550         PERFORM 320-APPLY-REVERSAL THRU 320-APPLY-REVERSAL-EXIT  00021001
002552         GO TO 300-APPLY-AUDITF-EXIT                              00021001
002554     END-IF.                                                      00021001
002556     MOVE AU-RECORD TO AH-RECORD.                                 00021001
002558     PERFORM 350-WRITE-HISTORY.                                   00021001
002560 300-APPLY-AUDITF-EXIT.                                           00021001
002562     EXIT.                                                        00021001
002564                                                                  00021001
002566******************************************************************00021001
002568* CANCEL THE LIVE ROW FOR THE ACCOUNT AND RUN DATE, READING THE   00021001
002570* PERIOD'S ROWS FROM ITS FIRST KEY.  THE REBILL WRITTEN BY THE    00021001
002572* SAME CORRECTION (SAME RUN TIME AND REFERENCE DATE) IS NOT A     00021001
002574* CANDIDATE, SO A RERUN OF THIS STEP CANNOT CANCEL IT.  A         00021001
002576* REVERSAL WITH NOTHING TO CANCEL (THE BILL ALREADY AGED OUT OF   00021001
002578* THE THIRTEEN) IS COUNTED AND DROPPED.                           00021001
002580******************************************************************00021001
002582 320-APPLY-REVERSAL.                                              00021001
002584     MOVE 'N' TO WS-FIND-SW.                                      00021001
002586     MOVE 'N' TO WS-HIST-EOF-SW.                                  00021001
002588     MOVE AU-ACCOUNT-NO TO AH-ACCOUNT-NO.                         00021001
002590     MOVE AU-RUN-DATE   TO AH-RUN-DATE.                           00021001
002592     MOVE 0             TO AH-RUN-TIME.                           00021001
002594     START AUDITH KEY IS NOT LESS THAN AH-KEY                     00021001
002596         INVALID KEY                                              00021001
002598             SET WS-HIST-END TO TRUE                              00021001
002600     END-START.                                                   00021001
002602     PERFORM 325-FIND-LIVE THRU 325-FIND-LIVE-EXIT                00021001
002604         UNTIL WS-HIST-END.                                       00021001
002606     IF NOT WS-FIND-FOUND                                         00021001
002608         ADD 1 TO WS-REVERSALS-UNMATCHED                          00021001
002610         DISPLAY 'REVERSAL NOT IN HISTORY, ACCT=' AU-ACCOUNT-NO   00021001
002612             ' RUN DATE=' AU-RUN-DATE                             00021001
002614         GO TO 320-APPLY-REVERSAL-EXIT                            00021001
002616     END-IF.                                                      00021001
002618     MOVE WS-FIND-KEY TO AH-KEY.                                  00021001
002620     READ AUDITH                                                  00021001
002622         INVALID KEY                                              00021001
002624             DISPLAY 'UNABLE TO READ AUDITH, STATUS='             00021001
002626                 WS-AUDITH-STATUS                                 00021001
002628             MOVE 16 TO RETURN-CODE                               00021001
002630             STOP RUN                                             00021001
002632     END-READ.                                                    00021001
002634     MOVE 'C'         TO AH-BILL-TYPE.                            00021001
002636     MOVE AU-REF-DATE TO AH-REF-DATE.                             00021001
002638     REWRITE AH-RECORD                                            00021001
002640         INVALID KEY                                              00021001
002642             DISPLAY 'UNABLE TO REWRITE AUDITH, STATUS='          00021001
002644                 WS-AUDITH-STATUS                                 00021001
002646             MOVE 16 TO RETURN-CODE                               00021001
002648             STOP RUN                                             00021001
002650     END-REWRITE.                                                 00021001
002652     ADD 1 TO WS-REVERSALS-APPLIED.                               00021001
002654 320-APPLY-REVERSAL-EXIT.                                         00021001
002656     EXIT.                                                        00021001
002658                                                                  00021001
002660 325-FIND-LIVE.                                                   00021001
002662     READ AUDITH NEXT RECORD                                      00021001
002664         AT END                                                   00021001
002666             SET WS-HIST-END TO TRUE                              00021001
002668             GO TO 325-FIND-LIVE-EXIT                             00021001
002670     END-READ.                                                    00021001
002672     IF AH-ACCOUNT-NO NOT = AU-ACCOUNT-NO                         00021001
002674         OR AH-RUN-DATE NOT = AU-RUN-DATE                         00021001
002676         SET WS-HIST-END TO TRUE                                  00021001
002678         GO TO 325-FIND-LIVE-EXIT                                 00021001
002680     END-IF.                                                      00021001
002682     IF NOT AH-LIVE                                               00021001
002684         GO TO 325-FIND-LIVE-EXIT                                 00021001
002686     END-IF.                                                      00021001
002688     IF AH-BILL-TYPE = 'R'                                        00021001
002690         AND AH-RUN-TIME = AU-RUN-TIME                            00021001
002692         AND AH-REF-DATE = AU-REF-DATE                            00021001
002694         GO TO 325-FIND-LIVE-EXIT                                 00021001
002696     END-IF.                                                      00021001
002698     MOVE 'Y'    TO WS-FIND-SW.                                   00021001
002700     MOVE AH-KEY TO WS-FIND-KEY.                                  00021001
002702 325-FIND-LIVE-EXIT.                                              00021001
002704     EXIT.                                                        00021001
002706                                                                  00021001
002708******************************************************************00021001
002710* ADD ONE ROW.  A KEY ALREADY ON FILE MEANS THE DETAIL WAS FILED  00021001
002712* BY AN EARLIER PASS (A RERUN) - IT IS COUNTED, NOT ADDED TWICE.  00021001
002714******************************************************************00021001
002716 350-WRITE-HISTORY.                                               00021001
002718     WRITE AH-RECORD                                              00021001
002720         INVALID KEY                                              00021001
002722             IF WS-AUDITH-DUPLICATE                               00021001
002724                 ADD 1 TO WS-DUPLICATES                           00021001
002726                 DISPLAY 'ALREADY ON AUDITH, ACCT=' AH-ACCOUNT-NO 00021001
002728                     ' RUN DATE=' AH-RUN-DATE                     00021001
002730             ELSE                                                 00021001
002732                 DISPLAY 'UNABLE TO WRITE AUDITH, STATUS='        00021001
002734                     WS-AUDITH-STATUS                             00021001
002736                 MOVE 16 TO RETURN-CODE                           00021001
002738                 STOP RUN                                         00021001
002740             END-IF                                               00021001
002742         NOT INVALID KEY                                          00021001
002744             ADD 1 TO WS-RECORDS-ADDED                            00021001
002746     END-WRITE.                                                   00021001
002900                                                                  00025001
002910******************************************************************00025001
002920* ONE PASS OF THE HISTORY IN KEY ORDER AGAINST THE MASTER.        00025001
002925* EACH ACCOUNT'S ROWS ARE COUNTED FIRST.  AN ACCOUNT NO LONGER    00025001
002930* ON THE MASTER THEN HAS EVERY ROW DELETED, WHICH IS THE          00025001
002935* DROPPED-ACCOUNT PURGE; ONE WITH MORE THAN THIRTEEN LIVE         00025001
002940* PERIODS HAS ITS OLDEST DELETED DOWN TO THIRTEEN.                00025001
002945******************************************************************00025001
002950 400-SWEEP-HISTORY.                                               00025001
002955     PERFORM 100-READ-CUSTOMER.                                   00025001
002960     MOVE 'N' TO WS-HIST-EOF-SW.                                  00025001
002965     MOVE LOW-VALUES TO AH-KEY.                                   00025001
002970     START AUDITH KEY IS NOT LESS THAN AH-KEY                     00025001
002975         INVALID KEY                                              00025001
002980             SET WS-HIST-END TO TRUE                              00025001
002985     END-START.                                                   00025001
002990     IF NOT WS-HIST-END                                           00025001
002995         PERFORM 410-READ-NEXT-HISTORY                            00025001
003000     END-IF.                                                      00025001
003005     PERFORM 420-RETAIN-ONE-ACCOUNT                               00025001
003010         THRU 420-RETAIN-ONE-ACCOUNT-EXIT                         00025001
003015         UNTIL WS-HIST-END.                                       00025001
003020*    FINISH THE MASTER FOR THE ACCOUNT COUNT.                     00025001
003025     PERFORM 100-READ-CUSTOMER                                    00025001
003030         UNTIL WS-CUSTMAST-EOF.                                   00025001
003035                                                                  00025001
003040 410-READ-NEXT-HISTORY.                                           00025001
003045     READ AUDITH NEXT RECORD                                      00025001
003050         AT END                                                   00025001
003055             SET WS-HIST-END TO TRUE                              00025001
003060     END-READ.                                                    00025001
003065                                                                  00025001
003070 420-RETAIN-ONE-ACCOUNT.                                          00025001
003075     MOVE AH-ACCOUNT-NO TO WS-CUR-ACCOUNT.                        00025001
003080     MOVE 0 TO WS-ACCT-ROWS.                                      00025001
003085     MOVE 0 TO WS-ACCT-LIVE.                                      00025001
003090     PERFORM 100-READ-CUSTOMER                                    00025001
003095         UNTIL WS-CM-KEY NOT < WS-CUR-ACCOUNT.                    00025001
003100     PERFORM 440-COUNT-ROW                                        00025001
003105         UNTIL WS-HIST-END                                        00025001
003110            OR AH-ACCOUNT-NO NOT = WS-CUR-ACCOUNT.                00025001
003115     MOVE 'N' TO WS-PURGE-SW.                                     00025001
003120     MOVE 0 TO WS-TRIM-LIVE.                                      00025001
003125     IF WS-CM-KEY NOT = WS-CUR-ACCOUNT                            00025001
003130         SET WS-PURGE-ACCOUNT TO TRUE                             00025001
003135     ELSE                                                         00025001
003140         IF WS-ACCT-LIVE > WS-KEEP-PERIODS                        00025001
003145             COMPUTE WS-TRIM-LIVE = WS-ACCT-LIVE - WS-KEEP-PERIODS00025001
003150         END-IF                                                   00025001
003155     END-IF.                                                      00025001
003160     IF NOT WS-PURGE-ACCOUNT AND WS-TRIM-LIVE = 0                 00025001
003165         ADD WS-ACCT-ROWS TO WS-RECORDS-OUT                       00025001
003170         GO TO 420-RETAIN-ONE-ACCOUNT-EXIT                        00025001
003175     END-IF.                                                      00025001
003180     PERFORM 450-DELETE-ROWS.                                     00025001
003185 420-RETAIN-ONE-ACCOUNT-EXIT.                                     00025001
003190     EXIT.                                                        00025001
003195                                                                  00025001
003200 440-COUNT-ROW.                                                   00025001
003205     ADD 1 TO WS-AUDITH-READ.                                     00025001
003210     ADD 1 TO WS-ACCT-ROWS.                                       00025001
003215     IF AH-LIVE                                                   00025001
003220         ADD 1 TO WS-ACCT-LIVE                                    00025001
003225     END-IF.                                                      00025001
003230     PERFORM 410-READ-NEXT-HISTORY.                               00025001
003235                                                                  00025001
003240******************************************************************00025001
003245* BACK TO THE ACCOUNT'S FIRST KEY AND DELETE - EVERY ROW OF A     00025001
003250* DROPPED ACCOUNT, OTHERWISE THE OLDEST ROWS THROUGH THE LAST     00025001
003255* LIVE PERIOD TRIMMED, WITH ANY CANCELLED ROW FILED UNDER THAT    00025001
003260* PERIOD'S RUN DATE.  THEN PICK THE SWEEP UP AGAIN BEHIND THE     00025001
003265* ACCOUNT'S LAST KEY.                                             00025001
003270******************************************************************00025001
003275 450-DELETE-ROWS.                                                 00025001
003280     MOVE 0 TO WS-ACCT-DELETED.                                   00025001
003285     MOVE 0 TO WS-TRIMMED-LIVE.                                   00025001
003290     MOVE 0 TO WS-TRIM-DATE.                                      00025001
003295     MOVE 'N' TO WS-DELETE-SW.                                    00025001
003300     MOVE WS-CUR-ACCOUNT TO AH-ACCOUNT-NO.                        00025001
003305     MOVE 0 TO AH-RUN-DATE.                                       00025001
003310     MOVE 0 TO AH-RUN-TIME.                                       00025001
003315     START AUDITH KEY IS NOT LESS THAN AH-KEY                     00025001
003320         INVALID KEY                                              00025001
003325             SET WS-DELETE-DONE TO TRUE                           00025001
003330     END-START.                                                   00025001
003335     PERFORM 460-DELETE-ONE-ROW THRU 460-DELETE-ONE-ROW-EXIT      00025001
003340         UNTIL WS-DELETE-DONE.                                    00025001
003345     COMPUTE WS-RECORDS-OUT =                                     00025001
003350         WS-RECORDS-OUT + WS-ACCT-ROWS - WS-ACCT-DELETED.         00025001
003355                                                                  00025001
003360     MOVE 'N' TO WS-HIST-EOF-SW.                                  00025001
003365     MOVE WS-CUR-ACCOUNT TO AH-ACCOUNT-NO.                        00025001
003370     MOVE 99999999 TO AH-RUN-DATE.                                00025001
003375     MOVE 99999999 TO AH-RUN-TIME.                                00025001
003380     START AUDITH KEY IS GREATER THAN AH-KEY                      00025001
003385         INVALID KEY                                              00025001
003390             SET WS-HIST-END TO TRUE                              00025001
003395     END-START.                                                   00025001
003400     IF NOT WS-HIST-END                                           00025001
003405         PERFORM 410-READ-NEXT-HISTORY                            00025001
003410     END-IF.                                                      00025001
003415                                                                  00025001
003420 460-DELETE-ONE-ROW.                                              00025001
003425     READ AUDITH NEXT RECORD                                      00025001
003430         AT END                                                   00025001
003435             SET WS-DELETE-DONE TO TRUE                           00025001
003440             GO TO 460-DELETE-ONE-ROW-EXIT                        00025001
003445     END-READ.                                                    00025001
003450     IF AH-ACCOUNT-NO NOT = WS-CUR-ACCOUNT                        00025001
003455         SET WS-DELETE-DONE TO TRUE                               00025001
003460         GO TO 460-DELETE-ONE-ROW-EXIT                            00025001
003465     END-IF.                                                      00025001
003470     IF NOT WS-PURGE-ACCOUNT                                      00025001
003475         AND WS-TRIMMED-LIVE NOT < WS-TRIM-LIVE                   00025001
003480         AND (AH-LIVE OR AH-RUN-DATE NOT = WS-TRIM-DATE)          00025001
003485         SET WS-DELETE-DONE TO TRUE                               00025001
003490         GO TO 460-DELETE-ONE-ROW-EXIT                            00025001
003495     END-IF.                                                      00025001
003500     IF AH-LIVE                                                   00025001
003505         ADD 1 TO WS-TRIMMED-LIVE                                 00025001
003510         MOVE AH-RUN-DATE TO WS-TRIM-DATE                         00025001
003515     END-IF.                                                      00025001
003520     DELETE AUDITH RECORD                                         00025001
003525         INVALID KEY                                              00025001
003530             DISPLAY 'UNABLE TO DELETE AUDITH, STATUS='           00025001
003535                 WS-AUDITH-STATUS                                 00025001
003540             MOVE 16 TO RETURN-CODE                               00025001
003545             STOP RUN                                             00025001
003550     END-DELETE.                                                  00025001
003555     ADD 1 TO WS-ACCT-DELETED.                                    00025001
003560     IF WS-PURGE-ACCOUNT                                          00025001
003565         ADD 1 TO WS-DROPPED-ACCTS                                00025001
003570     ELSE                                                         00025001
003575         ADD 1 TO WS-TRIMMED-RECS                                 00025001
003580     END-IF.                                                      00025001
003585 460-DELETE-ONE-ROW-EXIT.                                         00025001
003590     EXIT.                                                        00025001
003630                                                                  00031001
003640******************************************************************00031001
003650* REPORT THE COUNTS AND CLOSE UP.                                 00031001
003660******************************************************************00031001
003670 800-END-OF-RUN.                                                  00031001
003680     MOVE SPACES TO WS-PRINT-LINE.                                00031001
003700         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00031001
003710     WRITE HR-LINE FROM WS-PRINT-LINE.                            00031001
003720     MOVE SPACES TO WS-PRINT-LINE.                                00031001
003730     STRING 'AUDITH ROWS=' WS-AUDITH-READ                         00032001
003737         ' AUDITF IN=' WS-AUDITF-READ                             00032001
003744         ' ADDED=' WS-RECORDS-ADDED                               00032001
003751         ' RETAINED=' WS-RECORDS-OUT                              00032001
003760         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00032001
003770     WRITE HR-LINE FROM WS-PRINT-LINE.                            00032001
003780     MOVE SPACES TO WS-PRINT-LINE.                                00032001
003800         ' DROPPED (NO ACCOUNT)=' WS-DROPPED-ACCTS                00032001
003810         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00032001
003820     WRITE HR-LINE FROM WS-PRINT-LINE.                            00032001
003821     MOVE SPACES TO WS-PRINT-LINE.                                00032001
003822     STRING 'REVERSALS APPLIED=' WS-REVERSALS-APPLIED             00032001
003823         ' REVERSALS NOT IN HISTORY=' WS-REVERSALS-UNMATCHED      00032001
003824         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00032001
003825     WRITE HR-LINE FROM WS-PRINT-LINE.                            00032001
003830                                                                  00032001
003840     MOVE SPACES TO WS-PRINT-LINE.                                00032001
003850     STRING 'LOADED FROM AUDITSQ=' WS-AUDITSQ-READ                00032001
003860         ' ALREADY ON FILE (RERUN)=' WS-DUPLICATES                00032001
003870         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00032001
003880     WRITE HR-LINE FROM WS-PRINT-LINE.                            00032001
003950                                                                  00033001
003960     DISPLAY '================================'.                  00033001
003970     DISPLAY '*** UTIL2060 CONTROL TOTALS  ***'.                  00034001
003980     DISPLAY '================================'.                  00034001
003990     DISPLAY 'ACCOUNTS ON MASTER: ' WS-ACCT-COUNT.                00034001
004000     DISPLAY 'AUDITSQ LOADED    : ' WS-AUDITSQ-READ.              00034001
004005     DISPLAY 'AUDITF RECORDS IN : ' WS-AUDITF-READ.               00034001
004010     DISPLAY 'RECORDS ADDED     : ' WS-RECORDS-ADDED.             00034001
004015     DISPLAY 'ALREADY ON FILE   : ' WS-DUPLICATES.                00034001
004020     DISPLAY 'AUDITH ROWS SWEPT : ' WS-AUDITH-READ.               00034001
004025     DISPLAY 'RECORDS RETAINED  : ' WS-RECORDS-OUT.               00034001
004030     DISPLAY 'TRIMMED (PAST 13) : ' WS-TRIMMED-RECS.              00034001
004040     DISPLAY 'DROPPED (NO ACCT) : ' WS-DROPPED-ACCTS.             00034001
004041     DISPLAY 'REVERSALS APPLIED : ' WS-REVERSALS-APPLIED.         00034001
004042     DISPLAY 'REVERSALS NO MATCH: ' WS-REVERSALS-UNMATCHED.       00034001
004050     DISPLAY '================================'.                  00034001
004060                                                                  00034001
004070     CLOSE CUSTMAST.                                              00034001
004080     CLOSE AUDITF.                                                00034001
004090     CLOSE AUDITH.                                                00035001
004100     CLOSE HISTRPT.                                               00035001
