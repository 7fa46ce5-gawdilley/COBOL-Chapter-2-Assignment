000662*                   status other than not-found - an              00003001
000663*                   unreadable run-control file must stop the     00003001
000664*                   schedule, not be read anyway.                 00003001
000665*  10/05/2026 GD    AUDITH layout sync - bill type and reference  00003001
000666*                   date carved from the trailing filler; a       00003001
000667*                   bill cancelled by a UTIL2080 rebill is left   00003001
000668*                   out of the estimating history.                00003001
000669*  10/08/2026 GD    Billing cycles - reads are expected only for  00003001
000670*                   the cycle(s) the CYCLCAL calendar schedules   00003001
000671*                   to read today; only those masters count and   00003001
000672*                   list on MRXRPT as not read.  A read for any   00003001
000673*                   other cycle (a late or special read) still    00003001
000674*                   posts.  CUSTMAST grew to 142 bytes for the    00003001
000675*                   billing-cycle code.                           00003001
000676*  10/13/2026 GD    Net metering - METERTRN carries a received    00003001
000677*                   (export) register pair, derived for a         00003001
000678*                   net-metered account with the same dial-count  00003001
000679*                   rollover as the delivered pair and posted to  00003001
000680*                   CM-KWH-RECVD.  An estimated, rejected or      00003001
000681*                   unread cycle posts no received kWh, so the    00003001
000682*                   next actual read carries the exports.         00003001
000683*                   Estimating history uses the delivered kWh.    00003001
000684*                   CUSTMAST grew to 148 bytes, AUDITH to 153.    00003001
000685*  10/14/2026 GD    Meter master carries the read route, walk     00003001
000686*                   sequence and last actual read for the route   00003001
000687*                   download (UTIL2008).  A good actual read posts00003001
000688*                   its current read and read date to the meter's 00003001
000689*                   table row, and the updated meter master is    00003001
000690*                   written to METERNEW at end of run.  METERMST  00003001
000691*                   grew to 50 bytes.                             00003001
000692*  10/15/2026 GD    Disconnected accounts (CM-ACCT-STATUS D/F/S,  00003001
000693*                   set by the UTIL2055 field-order run) are      00003001
000694*                   not counted as unread and a read for one      00003001
000695*                   rejects.  On the cycle's read date a pending  00003001
000696*                   final read (D) becomes the cycle's usage (F)  00003001
000697*                   and a billed one (F) goes to service off (S). 00003001
000698*  10/15/2026 GD    AUDITH is indexed by account, run date and    00003001
000699*                   run time - a no-read estimate reads just      00003001
000700*                   that account's history by key instead of      00003001
000701*                   loading the whole file into a table.          00003001
000670******************************************************************00003001
000680                                                                  00003001
000690 ENVIRONMENT DIVISION.                                            00003001
000930         ORGANIZATION IS LINE SEQUENTIAL                          00005001
000940         FILE STATUS IS WS-MRXRPT-STATUS.                         00005001
000950                                                                  00004001
000960*  Meter master - meter number, owning account, install date,     00004001
000970*  dial count, read route and last actual read, loaded into a     00004001
000980*  table at run start.  Every transaction is validated against    00004001
000990*  it so a transposed account number with a plausible reading     00004001
001000*  cannot bill the wrong customer.                                00004001
001010     SELECT METERMST ASSIGN TO "METERMST"                         00005001
001020         ORGANIZATION IS LINE SEQUENTIAL                          00005001
001030         FILE STATUS IS WS-METERMST-STATUS.                       00005001
001031                                                                  00005001
001032*  Updated meter master - METERMST with the last actual read      00005001
001033*  posted from tonight's reads.  Replaces METERMST for the next   00005001
001034*  route download and the next reading run.                       00005001
001035     SELECT METERNEW ASSIGN TO "METERNEW"                         00005001
001036         ORGANIZATION IS LINE SEQUENTIAL                          00005001
001037         FILE STATUS IS WS-METERNEW-STATUS.                       00005001
001040                                                                  00005001
001050*  Run-control record - identity of the last transaction file     00005001
001060*  posted and whether that run completed.                         00005001
001080         ORGANIZATION IS LINE SEQUENTIAL                          00005001
001090         FILE STATUS IS WS-RUNCT10-STATUS.                        00005001
001100                                                                  00004001
001110*  Retained audit history - prior runs' usage, read by key for    00004001
001116*  the no-read estimates.  Absent on a first cycle; estimation    00004001
001122*  just skips.                                                    00004001
001128     SELECT AUDITH ASSIGN TO "AUDITH"                             00004001
001134         ORGANIZATION IS INDEXED                                  00004001
001140         ACCESS MODE IS DYNAMIC                                   00004001
001146         RECORD KEY IS AH-KEY                                     00004001
001152         FILE STATUS IS WS-AUDITH-STATUS.                         00004001
001161                                                                  00005001
001162*  Billing-cycle calendar - scheduled read and bill date for      00005001
001163*  each cycle.  The cycles due to read today are the ones whose   00005001
001164*  meters this run expects.                                       00005001
001165     SELECT CYCLCAL ASSIGN TO "CYCLCAL"                           00005001
001166         ORGANIZATION IS LINE SEQUENTIAL                          00005001
001167         FILE STATUS IS WS-CYCLCAL-STATUS.                        00005001
001170                                                                  00005001
001180 DATA DIVISION.                                                   00006001
001190 FILE SECTION.                                                    00006001
001450     05  MT-PEAK-CURRENT-READ-N                                   00007001
001460         REDEFINES MT-PEAK-CURRENT-READ                           00007001
001470                                  PIC 9(05).                      00007001
001471*    NET-METERING RECEIVED (EXPORT) REGISTER PAIR - READ ONLY     00007001
001472*    FOR A NET-METERED ACCOUNT.                                   00007001
001473     05  MT-RECV-PRIOR-READ       PIC X(05).                      00007001
001474     05  MT-RECV-PRIOR-READ-N                                     00007001
001475         REDEFINES MT-RECV-PRIOR-READ                             00007001
001476                                  PIC 9(05).                      00007001
001477     05  MT-RECV-CURRENT-READ     PIC X(05).                      00007001
001478     05  MT-RECV-CURRENT-READ-N                                   00007001
001479         REDEFINES MT-RECV-CURRENT-READ                           00007001
001480                                  PIC 9(05).                      00007001
001480     05  FILLER                   PIC X(05).                      00007001
001490                                                                  00008001
001500 FD  CUSTMAST                                                     00008001
001670         88  CM-ESTIMATED                     VALUE 'E'.          00009001
001680     05  CM-ACCT-STATUS           PIC X(01).                      00007001
001690         88  CM-ACCT-CLOSED                   VALUE 'C'.          00007001
001691*    D, F AND S - DISCONNECTED FOR NON-PAYMENT (UTIL2055).  D     00007001
001692*    THE FINAL READ WAITS FOR THE CYCLE'S READ DATE, F THE        00007001
001693*    FINAL READ BILLS THIS CYCLE, S THE SERVICE IS OFF.           00007001
001694         88  CM-DISCONNECTED                  VALUE 'D' 'F' 'S'.  00007001
001695         88  CM-DISC-PENDING                  VALUE 'D'.          00007001
001696         88  CM-DISC-FINAL                    VALUE 'F'.          00007001
001700     05  CM-PEAK-KWH              PIC S9(05)                      00009001
001710                                  SIGN LEADING SEPARATE.          00009001
001720     05  CM-EBILL-FLAG            PIC X(01).                      00003001
001750     05  CM-EST-KWH-TOT-X         PIC X(05).                      00003001
001760     05  CM-EST-KWH-TOT REDEFINES CM-EST-KWH-TOT-X                00003001
001770                                  PIC 9(05).                      00003001
001771     05  CM-BILL-CYCLE            PIC X(02).                      00003001
001772*    NET METERING - Y FOR A CUSTOMER-GENERATION ACCOUNT, WITH     00003001
001773*    THE RECEIVED (EXPORT) KWH FOR THE PERIOD.                    00003001
001774     05  CM-NET-METER             PIC X(01).                      00003001
001775         88  CM-NET-METERED                   VALUE 'Y'.          00003001
001776     05  CM-KWH-RECVD-X           PIC X(05).                      00003001
001777     05  CM-KWH-RECVD REDEFINES CM-KWH-RECVD-X                    00003001
001778                                  PIC 9(05).                      00003001
001780 01  CT-RECORD.                                                   00009001
001790     05  CT-TRAILER-ID            PIC X(06).                      00009001
001800         88  CT-TRAILER                       VALUE '999999'.     00009001
001810     05  CT-LABEL                 PIC X(08).                      00009001
001820     05  CT-RECORD-COUNT          PIC 9(06).                      00009001
001830     05  FILLER                   PIC X(128).                     00007001
001840                                                                  00009001
001850 FD  CUSTNEW                                                      00009001
001860     RECORDING MODE IS F.                                         00009001
001870 01  CN-RECORD                    PIC X(148).                     00007001
001880                                                                  00010001
001890 FD  MRXRPT                                                       00010001
001900     RECORDING MODE IS F.                                         00010001
002080     05  MM-ACCOUNT-NO            PIC 9(06).                      00010001
002090     05  MM-INSTALL-DATE          PIC 9(08).                      00010001
002100     05  MM-DIAL-COUNT            PIC 9(01).                      00010001
002110*    READ ROUTE AND WALK SEQUENCE WITHIN THE ROUTE.               00010001
002111     05  MM-ROUTE                 PIC X(04).                      00010001
002112     05  MM-ROUTE-SEQ             PIC X(03).                      00010001
002113*    LAST ACTUAL READ OF THE (BASE) REGISTER AND ITS READ DATE -  00010001
002114*    BLANK UNTIL THE METER'S FIRST GOOD READ POSTS.               00010001
002115     05  MM-LAST-READ             PIC X(05).                      00010001
002116     05  MM-LAST-READ-DATE        PIC X(08).                      00010001
002117     05  FILLER                   PIC X(07).                      00010001
002118                                                                  00010001
002119 FD  METERNEW                                                     00010001
002120     RECORDING MODE IS F.                                         00010001
002121 01  MN-RECORD                    PIC X(50).                      00010001
002120                                                                  00010001
002130 FD  AUDITH                                                       00010001
002138     RECORD CONTAINS 153 CHARACTERS.                              00010001
002146 01  AH-RECORD.                                                   00010001
002154     05  AH-KEY.                                                  00010001
002162         10  AH-ACCOUNT-NO        PIC 9(06).                      00010001
002170         10  AH-RUN-DATE          PIC 9(08).                      00010001
002178         10  AH-RUN-TIME          PIC 9(08).                      00010001
002190     05  AH-KWH-USED              PIC 9(05).                      00010001
002200     05  FILLER                   PIC X(100).                     00007001
002201     05  AH-BILL-TYPE             PIC X(01).                      00007001
002202         88  AH-TYPE-CANCELLED                VALUE 'C' 'X'.      00007001
002203     05  AH-REF-DATE              PIC X(08).                      00007001
002204*    DELIVERED KWH - BLANK ON ROWS WRITTEN BEFORE NET             00007001
002205*    METERING, WHEN AH-KWH-USED WAS THE DELIVERED KWH.            00007001
002206     05  AH-KWH-DELIVERED         PIC 9(05).                      00007001
002207     05  FILLER                   PIC X(12).                      00007001
002204                                                                  00007001
002205 FD  CYCLCAL                                                      00007001
002206     RECORDING MODE IS F.                                         00007001
002207 01  CC-RECORD.                                                   00007001
002208     05  CC-BILL-CYCLE            PIC X(02).                      00007001
002209     05  CC-READ-DATE             PIC 9(08).                      00007001
002210     05  CC-BILL-DATE             PIC 9(08).                      00007001
002211     05  FILLER                   PIC X(12).                      00007001
002210                                                                  00010001
002220 WORKING-STORAGE SECTION.                                         00010001
002230                                                                  00010001
002300 01  WS-MRXRPT-STATUS            PIC X(02)   VALUE '00'.          00011001
002310 01  WS-METERMST-STATUS          PIC X(02)   VALUE '00'.          00010001
002320     88  WS-METERMST-EOF                     VALUE '10'.          00010001
002321 01  WS-METERNEW-STATUS          PIC X(02)   VALUE '00'.          00010001
002330 01  WS-RUNCT10-STATUS           PIC X(02)   VALUE '00'.          00010001
002340     88  WS-RUNCT10-NOTFOUND                 VALUE '35'.          00010001
002350 01  WS-RC-IDENT-NOW             PIC X(40)   VALUE SPACES.        00010001
002360 01  WS-AUDITH-STATUS            PIC X(02)   VALUE '00'.          00011001
002370     88  WS-AUDITH-EOF                       VALUE '10'.          00011001
002380     88  WS-AUDITH-NOTFOUND                  VALUE '35'.          00011001
002381 01  WS-CYCLCAL-STATUS           PIC X(02)   VALUE '00'.          00011001
002382     88  WS-CYCLCAL-EOF                      VALUE '10'.          00011001
002390                                                                  00011001
002400 01  WS-TRANS-EOF-SW             PIC X(01)   VALUE 'N'.           00011001
002410     88  WS-TRANS-EOF                        VALUE 'Y'.           00011001
002620 01  WS-METER-MODULUS            PIC 9(07)   VALUE 100000.        00013001
002630 01  WS-KWH-DERIVED              PIC 9(06)   VALUE 0.             00013001
002640 01  WS-PEAK-DERIVED             PIC 9(06)   VALUE 0.             00013001
002641 01  WS-RECV-DERIVED             PIC 9(06)   VALUE 0.             00013001
002650                                                                  00013001
002660******************************************************************00013001
002670* METER MASTER TABLE - THE CROSSED-METER CHECK.  A TRANSACTION    00013001
002750         10  WS-MM-ACCOUNT        PIC 9(06).                      00013001
002760         10  WS-MM-INSTALL        PIC 9(08).                      00013001
002770         10  WS-MM-DIALS          PIC 9(01).                      00013001
002771         10  WS-MM-ROUTE          PIC X(04).                      00013001
002772         10  WS-MM-ROUTE-SEQ      PIC X(03).                      00013001
002773         10  WS-MM-LAST-READ      PIC X(05).                      00013001
002774         10  WS-MM-LAST-DATE      PIC X(08).                      00013001
002775 01  WS-METERS-POSTED            PIC 9(06)   VALUE 0.             00013001
002776 01  WS-METERS-WRITTEN           PIC 9(06)   VALUE 0.             00013001
002777                                                                  00013001
002778*    METERNEW ROW, BUILT FROM THE TABLE AT END OF RUN.            00013001
002779 01  WS-MN-RECORD.                                                00013001
002780     05  WS-MN-METER-NO           PIC X(08).                      00013001
002781     05  WS-MN-ACCOUNT-NO         PIC 9(06).                      00013001
002782     05  WS-MN-INSTALL-DATE       PIC 9(08).                      00013001
002783     05  WS-MN-DIAL-COUNT         PIC 9(01).                      00013001
002784     05  WS-MN-ROUTE              PIC X(04).                      00013001
002785     05  WS-MN-ROUTE-SEQ          PIC X(03).                      00013001
002786     05  WS-MN-LAST-READ          PIC X(05).                      00013001
002787     05  WS-MN-LAST-READ-DATE     PIC X(08).                      00013001
002788     05  FILLER                   PIC X(07)   VALUE SPACES.       00013001
002780 01  WS-MM-IDX                   PIC 9(03)   VALUE 0.             00013001
002790 01  WS-METER-FOUND-SW           PIC X(01)   VALUE 'N'.           00013001
002800     88  WS-METER-FOUND                      VALUE 'Y'.           00013001
002810                                                                  00013001
002820******************************************************************00013001
002830* RETAINED AUDIT HISTORY FOR NO-READ ESTIMATES, READ BY KEY FOR   00013001
002840* THE ACCOUNT BEING ESTIMATED.  THE ESTIMATE IS THE SAME MONTH    00013001
002850* LAST YEAR IF THE ACCOUNT RETAINS IT, OTHERWISE THE AVERAGE OF   00013001
002860* THE ACCOUNT'S RETAINED PERIODS.                                 00013001
002870******************************************************************00013001
002880 01  WS-HIST-DONE-SW             PIC X(01)   VALUE 'N'.           00013001
002890     88  WS-HIST-DONE                        VALUE 'Y'.           00013001
002900 01  WS-HIST-KWH                 PIC 9(05)   VALUE 0.             00013001
002950 01  WS-EST-KWH                  PIC 9(05)   VALUE 0.             00013001
002960 01  WS-EST-SUM                  PIC 9(09)   VALUE 0.             00013001
002970 01  WS-EST-PERIODS              PIC 9(04)   VALUE 0.             00013001
003070     05  FILLER                   PIC X(02).                      00013001
003080 01  WS-TRUEUP-KWH               PIC S9(06)  VALUE 0.             00013001
003090 01  WS-OVER-EST-KWH             PIC 9(06)   VALUE 0.             00013001
003091                                                                  00013001
003092******************************************************************00013001
003093* CYCLES THE CALENDAR SCHEDULES TO READ ON THE RUN DATE.  ONLY    00013001
003094* THEIR MASTERS ARE EXPECTED TO HAVE A READ TONIGHT.              00013001
003095******************************************************************00013001
003096 01  WS-DUE-COUNT                PIC 9(02)   VALUE 0.             00013001
003097 01  WS-DUE-TABLE.                                                00013001
003098     05  WS-DUE-CYCLE             PIC X(02)   OCCURS 20 TIMES.    00013001
003099 01  WS-DUE-IDX                  PIC 9(02)   VALUE 0.             00013001
003100 01  WS-DUE-SW                   PIC X(01)   VALUE 'N'.           00013001
003101     88  WS-CYCLE-DUE                        VALUE 'Y'.           00013001
003100                                                                  00013001
003110******************************************************************00013001
003120* EDIT REASON (BUILT THE SAME WAY UTIL2000 BUILDS ITS EXCEPTION   00014001
003240 01  WS-CUST-READ                PIC 9(06)   VALUE 0.             00014001
003250 01  WS-CUST-WRITTEN             PIC 9(06)   VALUE 0.             00015001
003260 01  WS-CUST-UNREAD              PIC 9(06)   VALUE 0.             00015001
003261 01  WS-CUST-NOT-DUE             PIC 9(06)   VALUE 0.             00015001
003262 01  WS-OFF-CYCLE-READS          PIC 9(06)   VALUE 0.             00015001
003263 01  WS-NET-READS                PIC 9(06)   VALUE 0.             00015001
003264 01  WS-CUST-DISCONN             PIC 9(06)   VALUE 0.             00015001
003270                                                                  00015001
003280******************************************************************00015001
003290* RUN DATE/TIME AND PRINT-LINE WORK AREA                          00015001
003400     05  WS-TRL-ID                PIC X(06)   VALUE '999999'.     00015001
003410     05  WS-TRL-LABEL             PIC X(08)   VALUE 'TRAILER '.   00015001
003420     05  WS-TRL-COUNT             PIC 9(06)   VALUE 0.            00015001
003430     05  FILLER                   PIC X(128)  VALUE SPACES.       00007001
003440                                                                  00015001
003450 PROCEDURE DIVISION.                                              00016001
003460                                                                  00016001
003960         MOVE 16 TO RETURN-CODE                                   00020001
003970         STOP RUN                                                 00021001
003980     END-IF.                                                      00021001
003981     OPEN OUTPUT METERNEW.                                        00021001
003982     IF WS-METERNEW-STATUS NOT = '00'                             00021001
003983         DISPLAY 'UNABLE TO OPEN METERNEW, STATUS='               00021001
003984             WS-METERNEW-STATUS                                   00021001
003985         MOVE 16 TO RETURN-CODE                                   00021001
003986         STOP RUN                                                 00021001
003987     END-IF.                                                      00021001
003990     OPEN INPUT  METERMST.                                        00021001
004000     IF WS-METERMST-STATUS NOT = '00'                             00021001
004010         DISPLAY 'UNABLE TO OPEN METERMST, STATUS='               00021001
004030         MOVE 16 TO RETURN-CODE                                   00021001
004040         STOP RUN                                                 00021001
004050     END-IF.                                                      00021001
004051     OPEN INPUT  CYCLCAL.                                         00021001
004052     IF WS-CYCLCAL-STATUS NOT = '00'                              00021001
004053         DISPLAY 'UNABLE TO OPEN CYCLCAL, STATUS='                00021001
004054             WS-CYCLCAL-STATUS                                    00021001
004055         MOVE 16 TO RETURN-CODE                                   00021001
004056         STOP RUN                                                 00021001
004057     END-IF.                                                      00021001
004060                                                                  00021001
004070     PERFORM 085-LOAD-METER-MASTER.                               00021001
004080     PERFORM 080-OPEN-AUDIT-HISTORY.                              00021001
004081     PERFORM 075-LOAD-DUE-CYCLES.                                 00021001
004090                                                                  00021001
004100     PERFORM 200-READ-METER-TRANS.                                00021001
004110     PERFORM 220-READ-CUSTOMER.                                   00021001
004870     END-IF.                                                      00021001
004880                                                                  00021001
004890******************************************************************00021001
004900* OPEN THE RETAINED AUDIT HISTORY.  A MISSING FILE (FIRST         00021001
004910* CYCLE) JUST MEANS NO HISTORY TO ESTIMATE FROM - NO-READ         00021001
004920* ACCOUNTS THEN BILL THEIR PRIOR USAGE AS THEY ALWAYS DID.        00021001
004930******************************************************************00021001
004940 080-OPEN-AUDIT-HISTORY.                                          00021001
004950     OPEN INPUT AUDITH.                                           00021001
004960     IF WS-AUDITH-NOTFOUND                                        00021001
004970         DISPLAY 'NO AUDIT HISTORY - ESTIMATES UNAVAILABLE'       00021001
004980     ELSE                                                         00021001
004990         IF WS-AUDITH-STATUS NOT = '00'                           00021001
005000             DISPLAY 'UNABLE TO OPEN AUDITH, STATUS='             00021001
005010                 WS-AUDITH-STATUS                                 00021001
005020             MOVE 16 TO RETURN-CODE                               00021001
005030             STOP RUN                                             00021001
005040         END-IF                                                   00021001
005050     END-IF.                                                      00021001
005220                                                                  00021001
005230******************************************************************00021001
005240* LOAD THE METER MASTER INTO THE IN-CORE TABLE.                   00021001
005440     MOVE MM-ACCOUNT-NO   TO WS-MM-ACCOUNT(WS-METER-COUNT).       00021001
005450     MOVE MM-INSTALL-DATE TO WS-MM-INSTALL(WS-METER-COUNT).       00021001
005460     MOVE MM-DIAL-COUNT   TO WS-MM-DIALS(WS-METER-COUNT).         00021001
005461     MOVE MM-ROUTE        TO WS-MM-ROUTE(WS-METER-COUNT).         00021001
005462     MOVE MM-ROUTE-SEQ    TO WS-MM-ROUTE-SEQ(WS-METER-COUNT).     00021001
005463     MOVE MM-LAST-READ    TO WS-MM-LAST-READ(WS-METER-COUNT).     00021001
005464     MOVE MM-LAST-READ-DATE                                       00021001
005465                          TO WS-MM-LAST-DATE(WS-METER-COUNT).     00021001
005470 095-READ-METER-MASTER-EXIT.                                      00021001
005480     EXIT.                                                        00021001
005481                                                                  00021001
005482******************************************************************00021001
005483* PICK THE CYCLES DUE TO READ TODAY OFF THE CALENDAR.  A DAY WITH 00021001
005484* NO CYCLE SCHEDULED STILL POSTS WHATEVER READS ARRIVE; IT JUST   00021001
005485* EXPECTS NONE.                                                   00021001
005486******************************************************************00021001
005487 075-LOAD-DUE-CYCLES.                                             00021001
005488     PERFORM 076-READ-CALENDAR THRU 076-READ-CALENDAR-EXIT        00021001
005489         UNTIL WS-CYCLCAL-EOF.                                    00021001
005490     CLOSE CYCLCAL.                                               00021001
005491     IF WS-DUE-COUNT = 0                                          00021001
005492         DISPLAY 'NO CYCLE SCHEDULED TO READ ON ' WS-RUN-DATE     00021001
005493     END-IF.                                                      00021001
005494                                                                  00021001
005495 076-READ-CALENDAR.                                               00021001
005496     READ CYCLCAL                                                 00021001
005497         AT END                                                   00021001
005498             GO TO 076-READ-CALENDAR-EXIT                         00021001
005499     END-READ.                                                    00021001
005500     IF CC-READ-DATE NOT = WS-RUN-DATE                            00021001
005501         GO TO 076-READ-CALENDAR-EXIT                             00021001
005502     END-IF.                                                      00021001
005503     IF WS-DUE-COUNT >= 20                                        00021001
005504         DISPLAY 'CYCLCAL HAS MORE THAN 20 CYCLES DUE TODAY'      00021001
005505         MOVE 16 TO RETURN-CODE                                   00021001
005506         STOP RUN                                                 00021001
005507     END-IF.                                                      00021001
005508     ADD 1 TO WS-DUE-COUNT.                                       00021001
005509     MOVE CC-BILL-CYCLE TO WS-DUE-CYCLE(WS-DUE-COUNT).            00021001
005510     DISPLAY 'CYCLE ' CC-BILL-CYCLE ' SCHEDULED TO READ TODAY'.   00021001
005511 076-READ-CALENDAR-EXIT.                                          00021001
005512     EXIT.                                                        00021001
005490                                                                  00021001
005500******************************************************************00021001
005510* TWO-FILE MATCH ON ACCOUNT NUMBER.  BOTH FILES ARRIVE IN         00021001
005660     END-IF.                                                      00023001
005670                                                                  00023001
005680     IF WS-TRANS-KEY > WS-CUST-KEY                                00023001
005690*        A CLOSED OR DISCONNECTED ACCOUNT IS NOT EXPECTED TO      00023001
005691*        HAVE A READ, NOR IS ONE WHOSE CYCLE DOES NOT READ        00023001
005692*        TODAY.                                                   00023001
005693         IF CM-DISCONNECTED                                       00023001
005694             PERFORM 160-ADVANCE-DISCONNECT                       00023001
005695             PERFORM 500-WRITE-CUSTOMER                           00023001
005696             PERFORM 220-READ-CUSTOMER                            00023001
005697             GO TO 100-MATCH-CONTROL-EXIT                         00023001
005698         END-IF                                                   00023001
005692         IF NOT CM-ACCT-CLOSED                                    00023001
005693             PERFORM 150-CHECK-CYCLE-DUE                          00023001
005694             IF WS-CYCLE-DUE                                      00023001
005695                 ADD 1 TO WS-CUST-UNREAD                          00023001
005696                 PERFORM 710-WRITE-UNREAD                         00023001
005697                 IF CM-NET-METERED                                00023001
005698                     MOVE 0 TO CM-KWH-RECVD                       00023001
005699                 END-IF                                           00023001
005697             ELSE                                                 00023001
005698                 ADD 1 TO WS-CUST-NOT-DUE                         00023001
005699             END-IF                                               00023001
005700         END-IF                                                   00023001
005730         PERFORM 500-WRITE-CUSTOMER                               00023001
005740         PERFORM 220-READ-CUSTOMER                                00023001
005750         GO TO 100-MATCH-CONTROL-EXIT                             00023001
005860         PERFORM 220-READ-CUSTOMER                                00023001
005870         GO TO 100-MATCH-CONTROL-EXIT                             00023001
005880     END-IF.                                                      00023001
005881                                                                  00023001
005882*    A READ FOR A DISCONNECTED ACCOUNT IS A ROUTE ERROR TOO -     00023001
005883*    THE FINAL READ CAME FROM THE FIELD ORDER.  THE ACCOUNT       00023001
005884*    STILL MOVES THROUGH ITS DISCONNECT STATES.                   00023001
005885     IF CM-DISCONNECTED                                           00023001
005886         MOVE 'SERVICE DISCONNECTED - READ NOT APPLIED'           00023001
005887             TO WS-EDIT-REASON                                    00023001
005888         PERFORM 700-WRITE-EXCEPTION                              00023001
005889         PERFORM 160-ADVANCE-DISCONNECT                           00023001
005890         PERFORM 500-WRITE-CUSTOMER                               00023001
005891         PERFORM 200-READ-METER-TRANS                             00023001
005892         PERFORM 220-READ-CUSTOMER                                00023001
005893         GO TO 100-MATCH-CONTROL-EXIT                             00023001
005894     END-IF.                                                      00023001
005890                                                                  00024001
005891*    A READ FOR A CYCLE NOT DUE TODAY (LATE OR SPECIAL) STILL     00024001
005892*    POSTS - IT IS COUNTED SO THE VOLUME SHOWS ON THE TOTALS.     00024001
005893     PERFORM 150-CHECK-CYCLE-DUE.                                 00024001
005894     IF NOT WS-CYCLE-DUE                                          00024001
005895         ADD 1 TO WS-OFF-CYCLE-READS                              00024001
005896     END-IF.                                                      00024001
005897                                                                  00024001
005900*    KEYS ARE EQUAL - EDIT THE TRANSACTION, DERIVE USAGE, AND     00024001
005910*    APPLY IT TO THE MASTER.  AN UNREADABLE TRANSACTION GOES TO   00024001
005920*    THE EXCEPTION REPORT AND THE MASTER PASSES THROUGH WITH ITS  00024001
005930*    PRIOR USAGE SO THE ACCOUNT STILL BILLS.                      00024001
005931*    A NET-METERED MASTER POSTS NO RECEIVED KWH WITHOUT A         00024001
005932*    GOOD READ - THE NEXT ACTUAL READ CARRIES THE EXPORTS.        00024001
005940     PERFORM 350-EDIT-TRANSACTION.                                00024001
005950     IF WS-TRANS-VALID                                            00024001
005960         IF WS-ESTIMATE-READ                                      00024001
006010         END-IF                                                   00024001
006020     ELSE                                                         00024001
006030         PERFORM 700-WRITE-EXCEPTION                              00024001
006031         IF CM-NET-METERED                                        00024001
006032             MOVE 0 TO CM-KWH-RECVD                               00024001
006033         END-IF                                                   00024001
006040     END-IF.                                                      00024001
006050     PERFORM 500-WRITE-CUSTOMER.                                  00025001
006060     PERFORM 200-READ-METER-TRANS.                                00025001
006070     PERFORM 220-READ-CUSTOMER.                                   00025001
006080 100-MATCH-CONTROL-EXIT.                                          00025001
006090     EXIT.                                                        00025001
006091                                                                  00025001
006092******************************************************************00025001
006093* IS THE CURRENT MASTER'S CYCLE ONE OF TODAY'S READ CYCLES.       00025001
006094******************************************************************00025001
006095 150-CHECK-CYCLE-DUE.                                             00025001
006096     MOVE 'N' TO WS-DUE-SW.                                       00025001
006097     MOVE 1 TO WS-DUE-IDX.                                        00025001
006098     PERFORM 155-SCAN-DUE-CYCLE THRU 155-SCAN-DUE-CYCLE-EXIT      00025001
006099         UNTIL WS-CYCLE-DUE OR WS-DUE-IDX > WS-DUE-COUNT.         00025001
006100                                                                  00025001
006101 155-SCAN-DUE-CYCLE.                                              00025001
006102     IF WS-DUE-CYCLE(WS-DUE-IDX) = CM-BILL-CYCLE                  00025001
006103         SET WS-CYCLE-DUE TO TRUE                                 00025001
006104     ELSE                                                         00025001
006105         ADD 1 TO WS-DUE-IDX                                      00025001
006106     END-IF.                                                      00025001
006107 155-SCAN-DUE-CYCLE-EXIT.                                         00025001
006108     EXIT.                                                        00025001
006109                                                                  00025001
006110******************************************************************00025001
006111* A DISCONNECTED MASTER ON ITS CYCLE'S READ DATE.  THE FINAL READ 00025001
006112* WAITING FOR THE CYCLE (D) BECOMES THE CYCLE'S USAGE AND BILLS   00025001
006113* THIS TIME (F); ONE ALREADY BILLED (F) LEAVES THE SERVICE OFF    00025001
006114* (S) WITH NOTHING MORE TO BILL.                                  00025001
006115******************************************************************00025001
006116 160-ADVANCE-DISCONNECT.                                          00025001
006117     ADD 1 TO WS-CUST-DISCONN.                                    00025001
006118     PERFORM 150-CHECK-CYCLE-DUE.                                 00025001
006119     IF WS-CYCLE-DUE                                              00025001
006120         IF CM-DISC-PENDING                                       00025001
006121             MOVE 'F' TO CM-ACCT-STATUS                           00025001
006122         ELSE                                                     00025001
006123             IF CM-DISC-FINAL                                     00025001
006124                 MOVE 'S' TO CM-ACCT-STATUS                       00025001
006125                 MOVE 0 TO CM-KWH-USED                            00025001
006126                 MOVE 0 TO CM-PEAK-KWH                            00025001
006127                 IF CM-NET-METERED                                00025001
006128                     MOVE 0 TO CM-KWH-RECVD                       00025001
006129                 END-IF                                           00025001
006130             END-IF                                               00025001
006131         END-IF                                                   00025001
006132     END-IF.                                                      00025001
006100                                                                  00025001
006110******************************************************************00025001
006120* READ THE NEXT METER-READING TRANSACTION.                        00025001
006970                     OR MT-PEAK-CURRENT-READ NOT NUMERIC)         00031001
006980                     SET WS-ESTIMATE-READ TO TRUE                 00031001
006990                 END-IF                                           00031001
006991                 IF CM-NET-METERED                                00031001
006992                     AND (MT-RECV-PRIOR-READ NOT NUMERIC          00031001
006993                     OR MT-RECV-CURRENT-READ NOT NUMERIC)         00031001
006994                     SET WS-ESTIMATE-READ TO TRUE                 00031001
006995                 END-IF                                           00031001
007000                 IF MT-READ-CODE = 'X'                            00031001
007010                     AND MT-CURRENT-READ-N < MT-PRIOR-READ-N      00031001
007020*                    A CHANGE-OUT READ STARTS AT THE NEW          00031001
007090                         INTO WS-EDIT-REASON                      00031001
007100                         WITH POINTER WS-EDIT-REASON-PTR          00031001
007110                 END-IF                                           00031001
007111                 IF MT-READ-CODE = 'X' AND CM-NET-METERED         00031001
007112                     AND MT-RECV-CURRENT-READ NUMERIC             00031001
007113                     AND MT-RECV-PRIOR-READ NUMERIC               00031001
007114                     AND MT-RECV-CURRENT-READ-N                   00031001
007115                         < MT-RECV-PRIOR-READ-N                   00031001
007116                     MOVE 'N' TO WS-VALID-TRANS-SW                00031001
007117                     PERFORM 360-APPEND-SEPARATOR                 00031001
007118                     STRING 'EXCHANGE RECEIVED BELOW START'       00031001
007119                         DELIMITED BY SIZE                        00031001
007120                         INTO WS-EDIT-REASON                      00031001
007121                         WITH POINTER WS-EDIT-REASON-PTR          00031001
007122                 END-IF                                           00031001
007120             END-IF                                               00031001
007130         END-IF                                                   00031001
007140     END-IF.                                                      00031001
008080         MOVE 0 TO WS-PEAK-DERIVED                                00035001
008090     END-IF.                                                      00035001
008100     MOVE WS-PEAK-DERIVED TO CM-PEAK-KWH.                         00035001
008101                                                                  00035001
008102*    NET METERING - THE RECEIVED (EXPORT) REGISTER DERIVES WITH   00035001
008103*    THE SAME ROLLOVER RULE.  AN ACCOUNT NOT ON NET METERING      00035001
008104*    CARRIES NO RECEIVED KWH.                                     00035001
008105     IF CM-NET-METERED                                            00035001
008106         IF MT-RECV-CURRENT-READ-N >= MT-RECV-PRIOR-READ-N        00035001
008107             COMPUTE WS-RECV-DERIVED =                            00035001
008108                 MT-RECV-CURRENT-READ-N - MT-RECV-PRIOR-READ-N    00035001
008109         ELSE                                                     00035001
008110             COMPUTE WS-RECV-DERIVED =                            00035001
008111                 WS-METER-MODULUS - MT-RECV-PRIOR-READ-N          00035001
008112                 + MT-RECV-CURRENT-READ-N                         00035001
008113         END-IF                                                   00035001
008114         ADD 1 TO WS-NET-READS                                    00035001
008115     ELSE                                                         00035001
008116         MOVE 0 TO WS-RECV-DERIVED                                00035001
008117     END-IF.                                                      00035001
008118     MOVE WS-RECV-DERIVED TO CM-KWH-RECVD.                        00035001
008110                                                                  00035001
008120*    TRUE-UP - AN ACCOUNT ESTIMATED LAST CYCLE WAS NEVER          00035001
008130*    ACTUALLY READ, SO THIS READ SPANS BOTH PERIODS AND THE       00035001
008400         MOVE 0 TO CM-EST-KWH-TOT                                 00035001
008410     END-IF.                                                      00035001
008420     ADD 1 TO WS-TRANS-APPLIED.                                   00035001
008421                                                                  00035001
008422*    THE CURRENT READ BECOMES THE METER'S LAST ACTUAL READ FOR    00035001
008423*    THE NEXT ROUTE DOWNLOAD.  A READER-ESTIMATED (E) READ IS NOT 00035001
008424*    AN ACTUAL REGISTER READ, AND A LATE READ OLDER THAN THE ONE  00035001
008425*    ON FILE DOES NOT REPLACE IT.  THE METER'S ROW WAS FOUND BY   00035001
008426*    THE CROSSED-METER CHECK.                                     00035001
008427     IF MT-READ-CODE NOT = 'E'                                    00035001
008428         AND MT-READ-DATE NOT < WS-MM-LAST-DATE(WS-MM-IDX)        00035001
008429         MOVE MT-CURRENT-READ TO WS-MM-LAST-READ(WS-MM-IDX)       00035001
008430         MOVE MT-READ-DATE    TO WS-MM-LAST-DATE(WS-MM-IDX)       00035001
008431         ADD 1 TO WS-METERS-POSTED                                00035001
008432     END-IF.                                                      00035001
008430                                                                  00035001
008440******************************************************************00035001
008450* THE PRIOR ESTIMATE EXCEEDED THE ACTUAL TWO-PERIOD USAGE.        00035001
008720     MOVE 0 TO WS-EST-KWH.                                        00035001
008730     MOVE 0 TO WS-EST-SUM.                                        00035001
008740     MOVE 0 TO WS-EST-PERIODS.                                    00035001
008741*    EXPORTS ARE NEVER ESTIMATED - THE NEXT ACTUAL READ OF THE    00035001
008742*    RECEIVED REGISTER CARRIES THEM.                              00035001
008743     MOVE 0 TO CM-KWH-RECVD.                                      00035001
008750     MOVE MT-READ-DATE TO WS-READ-DATE-X.                         00035001
008760     COMPUTE WS-TARGET-YYMM =                                     00035001
008770         (WS-RD-YEAR - 1) * 100 + WS-RD-MONTH.                    00035001
008780     IF NOT WS-AUDITH-NOTFOUND                                    00035001
008782         MOVE 'N' TO WS-HIST-DONE-SW                              00035001
008784         MOVE MT-ACCOUNT-NO-N TO AH-ACCOUNT-NO                    00035001
008786         MOVE 0 TO AH-RUN-DATE                                    00035001
008788         MOVE 0 TO AH-RUN-TIME                                    00035001
008790         START AUDITH KEY IS NOT LESS THAN AH-KEY                 00035001
008792             INVALID KEY                                          00035001
008794                 SET WS-HIST-DONE TO TRUE                         00035001
008796         END-START                                                00035001
008798         PERFORM 430-SCAN-HISTORY THRU 430-SCAN-HISTORY-EXIT      00035001
008800             UNTIL WS-HIST-DONE                                   00035001
008802     END-IF.                                                      00035001
008810     IF NOT WS-SMLY-FOUND AND WS-EST-PERIODS > 0                  00035001
008820         COMPUTE WS-EST-KWH ROUNDED =                             00035001
008830             WS-EST-SUM / WS-EST-PERIODS                          00035001
009090     EXIT.                                                        00035001
009100                                                                  00035001
009110 430-SCAN-HISTORY.                                                00035001
009115     READ AUDITH NEXT RECORD                                      00035001
009120         AT END                                                   00035001
009125             SET WS-HIST-DONE TO TRUE                             00035001
009130             GO TO 430-SCAN-HISTORY-EXIT                          00035001
009135     END-READ.                                                    00035001
009140     IF AH-ACCOUNT-NO NOT = MT-ACCOUNT-NO-N                       00035001
009145         SET WS-HIST-DONE TO TRUE                                 00035001
009150         GO TO 430-SCAN-HISTORY-EXIT                              00035001
009155     END-IF.                                                      00035001
009160*    A BILL CANCELLED BY A REBILL IS NOT USAGE - THE REBILL       00035001
009165*    CARRIES THE SAME PERIOD.                                     00035001
009170     IF AH-TYPE-CANCELLED                                         00035001
009175         GO TO 430-SCAN-HISTORY-EXIT                              00035001
009180     END-IF.                                                      00035001
009185*    A NET-METERED PERIOD CARRIES ITS DELIVERED KWH SEPARATELY    00035001
009190*    - THE ESTIMATE IS OF DELIVERED USAGE, NOT THE NET.           00035001
009195     IF AH-KWH-DELIVERED NUMERIC                                  00035001
009200         MOVE AH-KWH-DELIVERED TO WS-HIST-KWH                     00035001
009205     ELSE                                                         00035001
009210         MOVE AH-KWH-USED    TO WS-HIST-KWH                       00035001
009215     END-IF.                                                      00035001
009220     ADD WS-HIST-KWH TO WS-EST-SUM.                               00035001
009225     ADD 1 TO WS-EST-PERIODS.                                     00035001
009230     COMPUTE WS-HIST-YYMM = AH-RUN-DATE / 100.                    00035001
009235     IF WS-HIST-YYMM = WS-TARGET-YYMM                             00035001
009240         MOVE WS-HIST-KWH TO WS-EST-KWH                           00035001
009245         SET WS-SMLY-FOUND TO TRUE                                00035001
009250         SET WS-EST-FOUND TO TRUE                                 00035001
009255     END-IF.                                                      00035001
009260 430-SCAN-HISTORY-EXIT.                                           00035001
009270     EXIT.                                                        00035001
009280                                                                  00035001
009490         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00037001
009500     WRITE MX-LINE FROM WS-PRINT-LINE.                            00037001
009510     DISPLAY '*** EXCEPTION - ' WS-PRINT-LINE(1:79).              00037001
009511                                                                  00037001
009512******************************************************************00037001
009513* A MASTER IN TODAY'S READ CYCLE WITH NO READ - LISTED SO METER   00037001
009514* READING CAN CHASE THE ROUTE BEFORE THE CYCLE BILLS.             00037001
009515******************************************************************00037001
009516 710-WRITE-UNREAD.                                                00037001
009517     MOVE SPACES TO WS-PRINT-LINE.                                00037001
009518     STRING 'ACCT ' CM-ACCOUNT-NO                                 00037001
009519         ' CYCLE ' CM-BILL-CYCLE                                  00037001
009520         ' REASON: NO READ FOR SCHEDULED READ DATE ' WS-RUN-DATE  00037001
009521         DELIMITED BY SIZE INTO WS-PRINT-LINE.                    00037001
009522     WRITE MX-LINE FROM WS-PRINT-LINE.                            00037001
009520                                                                  00037001
009530******************************************************************00037001
009540* DISPLAY RUN CONTROL TOTALS AND CLOSE UP.                        00038001
009550******************************************************************00038001
009560 800-END-OF-RUN.                                                  00038001
009561     MOVE 1 TO WS-MM-IDX.                                         00038001
009562     PERFORM 860-WRITE-METER-MASTER                               00038001
009563         UNTIL WS-MM-IDX > WS-METER-COUNT.                        00038001
009564                                                                  00038001
009570     DISPLAY '================================'.                  00038001
009580     DISPLAY '*** UTIL2010 CONTROL TOTALS  ***'.                  00038001
009590     DISPLAY '================================'.                  00038001
009660     DISPLAY 'MASTERS READ      : ' WS-CUST-READ.                 00038001
009670     DISPLAY 'MASTERS WRITTEN   : ' WS-CUST-WRITTEN.              00039001
009680     DISPLAY 'MASTERS NOT READ  : ' WS-CUST-UNREAD.               00039001
009681     DISPLAY 'MASTERS NOT DUE   : ' WS-CUST-NOT-DUE.              00039001
009682     DISPLAY 'OFF-CYCLE READS   : ' WS-OFF-CYCLE-READS.           00039001
009683     DISPLAY 'NET-METER READS   : ' WS-NET-READS.                 00039001
009684     DISPLAY 'DISCONNECTED      : ' WS-CUST-DISCONN.              00039001
009684     DISPLAY 'LAST READS POSTED : ' WS-METERS-POSTED.             00039001
009685     DISPLAY 'METERS WRITTEN    : ' WS-METERS-WRITTEN.            00039001
009690     DISPLAY '================================'.                  00039001
009700                                                                  00039001
009710     MOVE WS-CUST-WRITTEN TO WS-TRL-COUNT.                        00039001
009740     CLOSE METERTRN.                                              00039001
009750     CLOSE CUSTMAST.                                              00039001
009760     CLOSE CUSTNEW.                                               00039001
009765     CLOSE METERNEW.                                              00039001
009770     CLOSE MRXRPT.                                                00039001
009771     IF NOT WS-AUDITH-NOTFOUND                                    00039001
009774         CLOSE AUDITH                                             00039001
009777     END-IF.                                                      00039001
009780                                                                  00039001
009790     PERFORM 850-WRITE-RUN-CONTROL.                               00039001
009800                                                                  00039001
010040         STOP RUN                                                 00039001
010050     END-IF.                                                      00039001
010060     CLOSE RUNCT10.                                               00039001
010061                                                                  00039001
010062******************************************************************00039001
010063* WRITE ONE METER-MASTER ROW TO METERNEW, WITH ANY LAST READ      00039001
010064* POSTED TONIGHT.                                                 00039001
010065******************************************************************00039001
010066 860-WRITE-METER-MASTER.                                          00039001
010067     MOVE WS-MM-METER-NO(WS-MM-IDX)  TO WS-MN-METER-NO.           00039001
010068     MOVE WS-MM-ACCOUNT(WS-MM-IDX)   TO WS-MN-ACCOUNT-NO.         00039001
010069     MOVE WS-MM-INSTALL(WS-MM-IDX)   TO WS-MN-INSTALL-DATE.       00039001
010070     MOVE WS-MM-DIALS(WS-MM-IDX)     TO WS-MN-DIAL-COUNT.         00039001
010071     MOVE WS-MM-ROUTE(WS-MM-IDX)     TO WS-MN-ROUTE.              00039001
010072     MOVE WS-MM-ROUTE-SEQ(WS-MM-IDX) TO WS-MN-ROUTE-SEQ.          00039001
010073     MOVE WS-MM-LAST-READ(WS-MM-IDX) TO WS-MN-LAST-READ.          00039001
010074     MOVE WS-MM-LAST-DATE(WS-MM-IDX) TO WS-MN-LAST-READ-DATE.     00039001
010075     WRITE MN-RECORD FROM WS-MN-RECORD.                           00039001
010076     IF WS-METERNEW-STATUS NOT = '00'                             00039001
010077         DISPLAY 'UNABLE TO WRITE METERNEW, STATUS='              00039001
010078             WS-METERNEW-STATUS                                   00039001
010079         MOVE 16 TO RETURN-CODE                                   00039001
010080         STOP RUN                                                 00039001
010081     END-IF.                                                      00039001
010082     ADD 1 TO WS-METERS-WRITTEN.                                  00039001
010083     ADD 1 TO WS-MM-IDX.                                          00039001
