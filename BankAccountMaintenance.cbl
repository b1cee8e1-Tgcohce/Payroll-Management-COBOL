000300*                 DATE - THE PAY RUN SENDS A ZERO-DOLLAR     *
000310*                 PRENOTE AND PAYS BY CHECK UNTIL THE        *
000320*                 WAITING PERIOD PASSES.                     *
000330* 10/15/2026 RJH  BANK MASTER RECORD EXTENDED TO 50 BYTES    *
000340*                 WITH AN ACCOUNT STATUS BYTE. ACH RETURN    *
000350*                 PROCESSING BLOCKS AN ACCOUNT THE BANK      *
000360*                 RETURNED; A ROUTING OR ACCOUNT NUMBER      *
000370*                 CHANGE ON A BLOCKED ACCOUNT RELEASES THE   *
000380*                 BLOCK ALONG WITH THE PRENOTE RESET.        *
000390*                 MEMBER RESEQUENCED.                        *
000400*-----------------------------------------------------------*
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-370.
000450 OBJECT-COMPUTER. IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT BANK-MASTER-IN ASSIGN TO BNKMSTR
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-BNKMSTI-STATUS.
000510
000520     SELECT BANK-MASTER-OUT ASSIGN TO BNKMSTO
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-BNKMSTO-STATUS.
000550
000560     SELECT BANK-TRANS ASSIGN TO BNKTRAN
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-BNKTRAN-STATUS.
000590
000600     SELECT AUDIT-TRAIL ASSIGN TO BNKAUDIT
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-AUDITTRL-STATUS.
000630
000640     SELECT MAINT-REPORT ASSIGN TO BNKRPT
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-MNTRPT-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  BANK-MASTER-IN
000710     RECORDING MODE IS F.
000720 01  BANK-MASTER-IN-RECORD.
000730     05  BMI-ID-NUMERIC      PIC 9(03).
000740     05  BMI-ACCT-SEQ        PIC 9(01).
000750     05  FILLER              PIC X(46).
000760
000770 FD  BANK-MASTER-OUT
000780     RECORDING MODE IS F.
000790 01  BANK-MASTER-OUT-RECORD  PIC X(50).
000800
000810 FD  BANK-TRANS
000820     RECORDING MODE IS F.
000830 01  BANK-TRANS-RECORD.
000840     05  BT-ACTION-CODE      PIC X(01).
000850         88  BT-ACTION-ADD             VALUE "A".
000860         88  BT-ACTION-CHANGE          VALUE "C".
000870         88  BT-ACTION-DELETE          VALUE "D".
000880     05  BT-ID-NUMERIC       PIC 9(03).
000890     05  BT-ACCT-SEQ         PIC 9(01).
000900     05  BT-USER-ID          PIC X(08).
000910     05  BT-ROUTING-ALPHA    PIC X(09).
000920     05  BT-ROUTING-NUMBER REDEFINES BT-ROUTING-ALPHA
000930                             PIC 9(09).
000940     05  BT-ACCOUNT-NUMBER   PIC X(17).
000950     05  BT-ACCOUNT-TYPE     PIC X(01).
000960     05  BT-SPLIT-ALPHA      PIC X(09).
000970     05  BT-SPLIT-AMOUNT REDEFINES BT-SPLIT-ALPHA
000980                             PIC 9(07)V99.
000990
001000 FD  AUDIT-TRAIL
001010     RECORDING MODE IS F.
001020 01  AUDIT-TRAIL-RECORD      PIC X(80).
001030
001040 FD  MAINT-REPORT
001050     RECORDING MODE IS F.
001060 01  MAINT-REPORT-RECORD     PIC X(132).
001070
001080 WORKING-STORAGE SECTION.
001090*-----------------------------------------------------------*
001100* FILE STATUS SWITCHES                                      *
001110*-----------------------------------------------------------*
001120 01  WS-BNKMSTI-STATUS       PIC X(02).
001130     88  WS-BNKMSTI-OK                VALUE "00".
001140     88  WS-BNKMSTI-EOF               VALUE "10".
001150     88  WS-BNKMSTI-FILE-MISSING      VALUE "35".
001160
001170 01  WS-BNKMSTO-STATUS       PIC X(02).
001180     88  WS-BNKMSTO-OK                VALUE "00".
001190
001200 01  WS-BNKTRAN-STATUS       PIC X(02).
001210     88  WS-BNKTRAN-OK                VALUE "00".
001220     88  WS-BNKTRAN-EOF               VALUE "10".
001230
001240 01  WS-AUDITTRL-STATUS      PIC X(02).
001250     88  WS-AUDITTRL-OK               VALUE "00".
001260     88  WS-AUDITTRL-FILE-MISSING     VALUE "35".
001270
001280 01  WS-MNTRPT-STATUS        PIC X(02).
001290     88  WS-MNTRPT-OK                 VALUE "00".
001300
001310 01  WS-SWITCHES.
001320     05  WS-TRANS-VALID-SWITCH PIC X(01) VALUE "Y".
001330         88  WS-TRANS-VALID              VALUE "Y".
001340         88  WS-TRANS-INVALID            VALUE "N".
001350     05  WORK-DELETED-SWITCH PIC X(01)   VALUE "N".
001360         88  WORK-DELETED                VALUE "Y".
001370     05  WORK-ALLOC-SWITCH   PIC X(01)   VALUE "N".
001380         88  WORK-ALLOCATED              VALUE "Y".
001390     05  PRENOTE-RESET-SWITCH PIC X(01)  VALUE "N".
001400         88  PRENOTE-RESET-NEEDED        VALUE "Y".
001410
001420*-----------------------------------------------------------*
001430* RUN DATE AND TIME FOR THE AUDIT TRAIL AND REPORT          *
001440*-----------------------------------------------------------*
001450 01  WS-SYSTEM-DATE.
001460     05  WS-SYSTEM-YYYY      PIC 9(04).
001470     05  WS-SYSTEM-MM        PIC 9(02).
001480     05  WS-SYSTEM-DD        PIC 9(02).
001490
001500 01  WS-SYSTEM-TIME.
001510     05  WS-TIME-HHMMSS      PIC 9(06).
001520     05  WS-TIME-HUNDREDTHS  PIC 9(02).
001530
001540 01  WS-RUN-DATE-DISPLAY     PIC X(10).
001550
001560*-----------------------------------------------------------*
001570* MATCHING KEYS - EMPLOYEE ID TIMES TEN PLUS ACCOUNT SEQ;   *
001580* 99999 MARKS END OF THE RESPECTIVE FILE AND CANNOT COLLIDE *
001590* WITH ANY ID/SEQ COMBINATION                               *
001600*-----------------------------------------------------------*
001610 01  MASTER-KEY              PIC 9(05)     VALUE ZERO.
001620 01  TRANS-KEY               PIC 9(05)     VALUE ZERO.
001630 01  PREV-TRANS-KEY          PIC 9(05)     VALUE ZERO.
001640 01  ACTIVE-KEY              PIC 9(05)     VALUE ZERO.
001650
001660*-----------------------------------------------------------*
001670* RUN CONTROL COUNTS                                        *
001680*-----------------------------------------------------------*
001690 01  MASTERS-READ-COUNT      PIC 9(05) COMP VALUE ZERO.
001700 01  MASTERS-WRITTEN-COUNT   PIC 9(05) COMP VALUE ZERO.
001710 01  ADDS-APPLIED-COUNT      PIC 9(05) COMP VALUE ZERO.
001720 01  CHANGES-APPLIED-COUNT   PIC 9(05) COMP VALUE ZERO.
001730 01  DELETES-APPLIED-COUNT   PIC 9(05) COMP VALUE ZERO.
001740 01  TRANS-REJECTED-COUNT    PIC 9(05) COMP VALUE ZERO.
001750
001760*-----------------------------------------------------------*
001770* BANK ACCOUNT WORK AND HOLD AREAS - SAME LAYOUT AS MASTER  *
001780*-----------------------------------------------------------*
001790 01  BANK-WORK-RECORD.
001800     05  BW-ID-NUMERIC       PIC 9(03).
001810     05  BW-ACCT-SEQ         PIC 9(01).
001820     05  BW-ROUTING-NUMBER   PIC 9(09).
001830     05  BW-ROUTING-ALPHA REDEFINES BW-ROUTING-NUMBER
001840                             PIC X(09).
001850     05  BW-ACCOUNT-NUMBER   PIC X(17).
001860     05  BW-ACCOUNT-TYPE     PIC X(01).
001870         88  BW-TYPE-CHECKING          VALUE "C".
001880         88  BW-TYPE-SAVINGS           VALUE "S".
001890     05  BW-SPLIT-AMOUNT     PIC 9(07)V99.
001900     05  BW-SPLIT-ALPHA REDEFINES BW-SPLIT-AMOUNT
001910                             PIC X(09).
001920     05  BW-PRENOTE-DATE     PIC 9(08).
001930     05  BW-PRENOTE-STATUS   PIC X(01).
001940         88  BW-PRENOTE-PENDING        VALUE "P".
001950         88  BW-PRENOTE-APPROVED       VALUE "A".
001960     05  BW-ACCOUNT-STATUS   PIC X(01).
001970         88  BW-ACCOUNT-BLOCKED        VALUE "B".
001980
001990 01  BANK-HOLD-RECORD        PIC X(50).
002000
002010*-----------------------------------------------------------*
002020* PENDING AUDIT ENTRIES FOR ONE TRANSACTION - FLUSHED ONLY  *
002030* AFTER THE CHANGED RECORD PASSES VALIDATION                *
002040*-----------------------------------------------------------*
002050 01  AUDIT-PEND-COUNT        PIC 9(02)  COMP  VALUE ZERO.
002060 01  AUDIT-PEND-IDX          PIC 9(02)  COMP  VALUE ZERO.
002070 01  AUDIT-PEND-TABLE.
002080     05  AUDIT-PEND-ENTRY    OCCURS 10 TIMES.
002090         10  AP-FIELD-NAME       PIC X(14).
002100         10  AP-BEFORE           PIC X(20).
002110         10  AP-AFTER            PIC X(20).
002120
002130 01  NOTE-FIELD-NAME         PIC X(14).
002140 01  NOTE-BEFORE             PIC X(20).
002150 01  NOTE-AFTER              PIC X(20).
002160 01  NOTE-REASON             PIC X(40).
002170
002180 01  WS-REJECT-REASON        PIC X(60).
002190 01  WS-REJECT-REASON-HOLD   PIC X(60).
002200
002210*-----------------------------------------------------------*
002220* AUDIT-TRAIL RECORD LAYOUT                                 *
002230*-----------------------------------------------------------*
002240 01  WS-AUDIT-LINE.
002250     05  AUL-DATE            PIC 9(08).
002260     05  AUL-TIME            PIC 9(06).
002270     05  AUL-USER-ID         PIC X(08).
002280     05  AUL-ID-NUMERIC      PIC 9(03).
002290     05  AUL-ACCT-SEQ        PIC 9(01).
002300     05  AUL-ACTION-CODE     PIC X(01).
002310     05  AUL-FIELD-NAME      PIC X(14).
002320     05  AUL-BEFORE          PIC X(20).
002330     05  AUL-AFTER           PIC X(19).
002340
002350*-----------------------------------------------------------*
002360* MAINT-REPORT PRINT LINES                                  *
002370*-----------------------------------------------------------*
002380 01  WS-REPORT-HEADING.
002390     05  FILLER              PIC X(32)   VALUE
002400             "EMPLOYEE BANK ACCOUNT MAINT".
002410     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
002420     05  RH-RUN-DATE         PIC X(10).
002430     05  FILLER              PIC X(80)   VALUE SPACES.
002440
002450 01  WS-REJECT-LINE.
002460     05  FILLER              PIC X(09)   VALUE "REJECTED ".
002470     05  FILLER              PIC X(07)   VALUE "ACTION ".
002480     05  RJ-ACTION-CODE      PIC X(01).
002490     05  FILLER              PIC X(09)   VALUE "  EMP ID ".
002500     05  RJ-ID-NUMERIC       PIC Z(3).
002510     05  FILLER              PIC X(05)   VALUE " SEQ ".
002520     05  RJ-ACCT-SEQ         PIC 9(01).
002530     05  FILLER              PIC X(02)   VALUE SPACES.
002540     05  RJ-REASON           PIC X(60).
002550     05  FILLER              PIC X(35)   VALUE SPACES.
002560
002570 01  WS-SUMMARY-LINE.
002580     05  SM-LABEL            PIC X(30).
002590     05  SM-COUNT            PIC ZZZZ9.
002600     05  FILLER              PIC X(97)   VALUE SPACES.
002610
002620 PROCEDURE DIVISION.
002630*-----------------------------------------------------------*
002640* 0000-MAINLINE                                              *
002650*-----------------------------------------------------------*
002660 0000-MAINLINE.
002670     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002680     PERFORM 2000-MATCH-PASS THRU 2000-EXIT
002690         UNTIL MASTER-KEY = 99999 AND TRANS-KEY = 99999
002700     PERFORM 3000-TERMINATE THRU 3000-EXIT
002710     STOP RUN.
002720
002730*-----------------------------------------------------------*
002740* 1000-INITIALIZE                                            *
002750*-----------------------------------------------------------*
002760 1000-INITIALIZE.
002770     OPEN INPUT BANK-MASTER-IN
002780     IF WS-BNKMSTI-FILE-MISSING
002790         DISPLAY "BANK-MASTER-IN NOT FOUND - STARTING AN "
002800             "EMPTY MASTER"
002810         MOVE 99999 TO MASTER-KEY
002820     ELSE
002830         IF NOT WS-BNKMSTI-OK
002840             DISPLAY "ERROR OPENING BANK-MASTER-IN, STATUS = "
002850                 WS-BNKMSTI-STATUS
002860             MOVE 99999 TO MASTER-KEY
002870             MOVE 99999 TO TRANS-KEY
002880         END-IF
002890     END-IF
002900
002910     OPEN OUTPUT BANK-MASTER-OUT
002920     IF NOT WS-BNKMSTO-OK
002930         DISPLAY "ERROR OPENING BANK-MASTER-OUT, STATUS = "
002940             WS-BNKMSTO-STATUS
002950         MOVE 99999 TO MASTER-KEY
002960         MOVE 99999 TO TRANS-KEY
002970     END-IF
002980
002990     OPEN INPUT BANK-TRANS
003000     IF NOT WS-BNKTRAN-OK
003010         DISPLAY "ERROR OPENING BANK-TRANS, STATUS = "
003020             WS-BNKTRAN-STATUS
003030         MOVE 99999 TO MASTER-KEY
003040         MOVE 99999 TO TRANS-KEY
003050     END-IF
003060
003070     OPEN EXTEND AUDIT-TRAIL
003080     IF WS-AUDITTRL-FILE-MISSING
003090         OPEN OUTPUT AUDIT-TRAIL
003100     END-IF
003110     IF NOT WS-AUDITTRL-OK
003120         DISPLAY "ERROR OPENING AUDIT-TRAIL, STATUS = "
003130             WS-AUDITTRL-STATUS
003140         MOVE 99999 TO MASTER-KEY
003150         MOVE 99999 TO TRANS-KEY
003160     END-IF
003170
003180     OPEN OUTPUT MAINT-REPORT
003190     IF NOT WS-MNTRPT-OK
003200         DISPLAY "ERROR OPENING MAINT-REPORT, STATUS = "
003210             WS-MNTRPT-STATUS
003220         MOVE 99999 TO MASTER-KEY
003230         MOVE 99999 TO TRANS-KEY
003240     END-IF
003250
003260     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
003270     ACCEPT WS-SYSTEM-TIME FROM TIME
003280     STRING WS-SYSTEM-MM   DELIMITED BY SIZE
003290            "/"            DELIMITED BY SIZE
003300            WS-SYSTEM-DD   DELIMITED BY SIZE
003310            "/"            DELIMITED BY SIZE
003320            WS-SYSTEM-YYYY DELIMITED BY SIZE
003330         INTO WS-RUN-DATE-DISPLAY
003340     END-STRING
003350
003360     MOVE WS-RUN-DATE-DISPLAY TO RH-RUN-DATE
003370     IF WS-MNTRPT-OK
003380         WRITE MAINT-REPORT-RECORD FROM WS-REPORT-HEADING
003390     END-IF
003400
003410     IF TRANS-KEY NOT = 99999
003420         IF MASTER-KEY NOT = 99999
003430             PERFORM 8000-READ-MASTER THRU 8000-EXIT
003440         END-IF
003450         PERFORM 8100-READ-TRANS THRU 8100-EXIT
003460     END-IF.
003470 1000-EXIT.
003480     EXIT.
003490
003500*-----------------------------------------------------------*
003510* 2000-MATCH-PASS - ONE ID/SEQ KEY GROUP AT A TIME; AN      *
003520* ADDED RECORD JOINS THE MATCH STATE SO LATER TRANSACTIONS  *
003530* FOR THE SAME KEY APPLY TO IT                              *
003540*-----------------------------------------------------------*
003550 2000-MATCH-PASS.
003560     IF MASTER-KEY < TRANS-KEY
003570         MOVE MASTER-KEY TO ACTIVE-KEY
003580     ELSE
003590         MOVE TRANS-KEY TO ACTIVE-KEY
003600     END-IF
003610     MOVE "N" TO WORK-ALLOC-SWITCH
003620     MOVE "N" TO WORK-DELETED-SWITCH
003630
003640     IF MASTER-KEY = ACTIVE-KEY
003650         MOVE BANK-MASTER-IN-RECORD TO BANK-WORK-RECORD
003660         MOVE "Y" TO WORK-ALLOC-SWITCH
003670         PERFORM 8000-READ-MASTER THRU 8000-EXIT
003680     END-IF
003690
003700     PERFORM 2200-APPLY-ONE-TRANS THRU 2200-EXIT
003710         UNTIL TRANS-KEY NOT = ACTIVE-KEY
003720
003730     IF WORK-ALLOCATED
003740         PERFORM 2700-RELEASE-WORK THRU 2700-EXIT
003750     END-IF.
003760 2000-EXIT.
003770     EXIT.
003780
003790*-----------------------------------------------------------*
003800* 2200-APPLY-ONE-TRANS                                       *
003810*-----------------------------------------------------------*
003820 2200-APPLY-ONE-TRANS.
003830     IF BT-ACTION-ADD
003840         IF WORK-ALLOCATED
003850             MOVE "ACCOUNT ALREADY ON FILE" TO WS-REJECT-REASON
003860             PERFORM 5500-WRITE-REJECT-LINE THRU 5500-EXIT
003870         ELSE
003880             PERFORM 2300-ADD-ACCOUNT THRU 2300-EXIT
003890         END-IF
003900     ELSE
003910         IF BT-ACTION-DELETE OR BT-ACTION-CHANGE
003920             IF WORK-ALLOCATED
003930                 IF BT-ACTION-DELETE
003940                     PERFORM 2350-DELETE-ACCOUNT
003950                         THRU 2350-EXIT
003960                 ELSE
003970                     PERFORM 2400-CHANGE-ACCOUNT THRU 2400-EXIT
003980                 END-IF
003990             ELSE
004000                 IF WORK-DELETED
004010                     MOVE "ACCOUNT DELETED THIS RUN"
004020                         TO WS-REJECT-REASON
004030                 ELSE
004040                     MOVE "NO MATCHING BANK ACCOUNT RECORD"
004050                         TO WS-REJECT-REASON
004060                 END-IF
004070                 PERFORM 5500-WRITE-REJECT-LINE THRU 5500-EXIT
004080             END-IF
004090         ELSE
004100             MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
004110             PERFORM 5500-WRITE-REJECT-LINE THRU 5500-EXIT
004120         END-IF
004130     END-IF
004140     PERFORM 8100-READ-TRANS THRU 8100-EXIT.
004150 2200-EXIT.
004160     EXIT.
004170
004180*-----------------------------------------------------------*
004190* 2300-ADD-ACCOUNT - A NEW ACCOUNT ALWAYS STARTS ITS        *
004200* PRENOTE CYCLE AS OF THE RUN DATE                          *
004210*-----------------------------------------------------------*
004220 2300-ADD-ACCOUNT.
004230     PERFORM 2330-BUILD-FROM-TRANS THRU 2330-EXIT
004240     IF WS-TRANS-VALID
004250         PERFORM 2500-VALIDATE-ACCOUNT THRU 2500-EXIT
004260     END-IF
004270     IF WS-TRANS-VALID
004280         MOVE "Y" TO WORK-ALLOC-SWITCH
004290         MOVE "N" TO WORK-DELETED-SWITCH
004300         MOVE WS-SYSTEM-DATE TO BW-PRENOTE-DATE
004310         MOVE "P" TO BW-PRENOTE-STATUS
004320         ADD 1 TO ADDS-APPLIED-COUNT
004330         MOVE "ACCOUNT ADDED" TO AUL-FIELD-NAME
004340         MOVE SPACES           TO AUL-BEFORE
004350         MOVE BW-ACCOUNT-NUMBER TO AUL-AFTER
004360         PERFORM 2650-WRITE-AUDIT-RECORD THRU 2650-EXIT
004370     ELSE
004380         PERFORM 5500-WRITE-REJECT-LINE THRU 5500-EXIT
004390     END-IF.
004400 2300-EXIT.
004410     EXIT.
004420
004430*-----------------------------------------------------------*
004440* 2330-BUILD-FROM-TRANS                                      *
004450*-----------------------------------------------------------*
004460 2330-BUILD-FROM-TRANS.
004470     MOVE "Y" TO WS-TRANS-VALID-SWITCH
004480     MOVE SPACES TO WS-REJECT-REASON
004490
004500     MOVE BT-ID-NUMERIC TO BW-ID-NUMERIC
004510     MOVE BT-ACCT-SEQ   TO BW-ACCT-SEQ
004520     MOVE BT-ACCOUNT-TYPE TO BW-ACCOUNT-TYPE
004530     MOVE SPACE TO BW-ACCOUNT-STATUS
004540
004550     IF BT-ROUTING-NUMBER IS NUMERIC
004560         MOVE BT-ROUTING-NUMBER TO BW-ROUTING-NUMBER
004570     ELSE
004580         MOVE "ROUTING NOT NUMERIC" TO NOTE-REASON
004590         PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
004600     END-IF
004610
004620     IF BT-ACCOUNT-NUMBER = SPACES
004630         MOVE "ACCOUNT NUMBER MISSING" TO NOTE-REASON
004640         PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
004650     ELSE
004660         MOVE BT-ACCOUNT-NUMBER TO BW-ACCOUNT-NUMBER
004670     END-IF
004680
004690     IF BT-SPLIT-ALPHA = SPACES
004700         MOVE ZERO TO BW-SPLIT-AMOUNT
004710     ELSE
004720         IF BT-SPLIT-AMOUNT IS NUMERIC
004730             MOVE BT-SPLIT-AMOUNT TO BW-SPLIT-AMOUNT
004740         ELSE
004750             MOVE "SPLIT AMOUNT NOT NUMERIC" TO NOTE-REASON
004760             PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
004770         END-IF
004780     END-IF.
004790 2330-EXIT.
004800     EXIT.
004810
004820*-----------------------------------------------------------*
004830* 2350-DELETE-ACCOUNT                                        *
004840*-----------------------------------------------------------*
004850 2350-DELETE-ACCOUNT.
004860     MOVE "Y" TO WORK-DELETED-SWITCH
004870     MOVE "N" TO WORK-ALLOC-SWITCH
004880     ADD 1 TO DELETES-APPLIED-COUNT
004890     MOVE "ACCOUNT DELETED" TO AUL-FIELD-NAME
004900     MOVE BW-ACCOUNT-NUMBER TO AUL-BEFORE
004910     MOVE SPACES            TO AUL-AFTER
004920     PERFORM 2650-WRITE-AUDIT-RECORD THRU 2650-EXIT.
004930 2350-EXIT.
004940     EXIT.
004950
004960*-----------------------------------------------------------*
004970* 2360-SET-REJECT-REASON                                     *
004980*-----------------------------------------------------------*
004990 2360-SET-REJECT-REASON.
005000     MOVE "N" TO WS-TRANS-VALID-SWITCH
005010     IF WS-REJECT-REASON = SPACES
005020         MOVE NOTE-REASON TO WS-REJECT-REASON
005030     ELSE
005040         MOVE WS-REJECT-REASON TO WS-REJECT-REASON-HOLD
005050         STRING WS-REJECT-REASON-HOLD DELIMITED BY "  "
005060                "; "                  DELIMITED BY SIZE
005070                NOTE-REASON           DELIMITED BY "  "
005080             INTO WS-REJECT-REASON
005090         END-STRING
005100     END-IF.
005110 2360-EXIT.
005120     EXIT.
005130
005140*-----------------------------------------------------------*
005150* 2400-CHANGE-ACCOUNT - SPACES IN A TRANSACTION FIELD MEANS *
005160* LEAVE THE MASTER VALUE; A ROUTING OR ACCOUNT NUMBER       *
005170* CHANGE RESTARTS THE PRENOTE CYCLE                         *
005180*-----------------------------------------------------------*
005190 2400-CHANGE-ACCOUNT.
005200     MOVE BANK-WORK-RECORD TO BANK-HOLD-RECORD
005210     MOVE "Y" TO WS-TRANS-VALID-SWITCH
005220     MOVE SPACES TO WS-REJECT-REASON
005230     MOVE ZERO TO AUDIT-PEND-COUNT
005240     MOVE "N" TO PRENOTE-RESET-SWITCH
005250     PERFORM 2450-APPLY-CHANGE-FIELDS THRU 2450-EXIT
005260     IF WS-TRANS-VALID
005270         PERFORM 2500-VALIDATE-ACCOUNT THRU 2500-EXIT
005280     END-IF
005290     IF WS-TRANS-VALID
005300         IF PRENOTE-RESET-NEEDED
005310             MOVE WS-SYSTEM-DATE TO BW-PRENOTE-DATE
005320             MOVE "P" TO BW-PRENOTE-STATUS
005330             MOVE "PRENOTE RESET" TO NOTE-FIELD-NAME
005340             MOVE SPACES          TO NOTE-BEFORE
005350             MOVE "PENDING"       TO NOTE-AFTER
005360             PERFORM 2460-NOTE-CHANGE THRU 2460-EXIT
005370             IF BW-ACCOUNT-BLOCKED
005380                 MOVE SPACE            TO BW-ACCOUNT-STATUS
005390                 MOVE "ACCOUNT STATUS" TO NOTE-FIELD-NAME
005400                 MOVE "BLOCKED"        TO NOTE-BEFORE
005410                 MOVE "ACTIVE"         TO NOTE-AFTER
005420                 PERFORM 2460-NOTE-CHANGE THRU 2460-EXIT
005430             END-IF
005440         END-IF
005450         ADD 1 TO CHANGES-APPLIED-COUNT
005460         PERFORM 2600-FLUSH-AUDIT THRU 2600-EXIT
005470     ELSE
005480         MOVE BANK-HOLD-RECORD TO BANK-WORK-RECORD
005490         PERFORM 5500-WRITE-REJECT-LINE THRU 5500-EXIT
005500     END-IF.
005510 2400-EXIT.
005520     EXIT.
005530
005540*-----------------------------------------------------------*
005550* 2450-APPLY-CHANGE-FIELDS                                   *
005560*-----------------------------------------------------------*
005570 2450-APPLY-CHANGE-FIELDS.
005580     IF BT-ROUTING-ALPHA NOT = SPACES
005590         IF BT-ROUTING-NUMBER IS NUMERIC
005600             IF BT-ROUTING-NUMBER NOT = BW-ROUTING-NUMBER
005610                 MOVE "ROUTING"        TO NOTE-FIELD-NAME
005620                 MOVE BW-ROUTING-ALPHA TO NOTE-BEFORE
005630                 MOVE BT-ROUTING-ALPHA TO NOTE-AFTER
005640                 PERFORM 2460-NOTE-CHANGE THRU 2460-EXIT
005650                 MOVE BT-ROUTING-NUMBER TO BW-ROUTING-NUMBER
005660                 MOVE "Y" TO PRENOTE-RESET-SWITCH
005670             END-IF
005680         ELSE
005690             MOVE "ROUTING NOT NUMERIC" TO NOTE-REASON
005700             PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
005710         END-IF
005720     END-IF
005730
005740     IF BT-ACCOUNT-NUMBER NOT = SPACES
005750         AND BT-ACCOUNT-NUMBER NOT = BW-ACCOUNT-NUMBER
005760         MOVE "ACCOUNT NUMBER" TO NOTE-FIELD-NAME
005770         MOVE BW-ACCOUNT-NUMBER TO NOTE-BEFORE
005780         MOVE BT-ACCOUNT-NUMBER TO NOTE-AFTER
005790         PERFORM 2460-NOTE-CHANGE THRU 2460-EXIT
005800         MOVE BT-ACCOUNT-NUMBER TO BW-ACCOUNT-NUMBER
005810         MOVE "Y" TO PRENOTE-RESET-SWITCH
005820     END-IF
005830
005840     IF BT-ACCOUNT-TYPE NOT = SPACES
005850         AND BT-ACCOUNT-TYPE NOT = BW-ACCOUNT-TYPE
005860         MOVE "ACCOUNT TYPE" TO NOTE-FIELD-NAME
005870         MOVE BW-ACCOUNT-TYPE TO NOTE-BEFORE
005880         MOVE BT-ACCOUNT-TYPE TO NOTE-AFTER
005890         PERFORM 2460-NOTE-CHANGE THRU 2460-EXIT
005900         MOVE BT-ACCOUNT-TYPE TO BW-ACCOUNT-TYPE
005910     END-IF
005920
005930     IF BT-SPLIT-ALPHA NOT = SPACES
005940         IF BT-SPLIT-AMOUNT IS NUMERIC
005950             IF BT-SPLIT-AMOUNT NOT = BW-SPLIT-AMOUNT
005960                 MOVE "SPLIT AMOUNT"  TO NOTE-FIELD-NAME
005970                 MOVE BW-SPLIT-ALPHA  TO NOTE-BEFORE
005980                 MOVE BT-SPLIT-ALPHA  TO NOTE-AFTER
005990                 PERFORM 2460-NOTE-CHANGE THRU 2460-EXIT
006000                 MOVE BT-SPLIT-AMOUNT TO BW-SPLIT-AMOUNT
006010             END-IF
006020         ELSE
006030             MOVE "SPLIT AMOUNT NOT NUMERIC" TO NOTE-REASON
006040             PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
006050         END-IF
006060     END-IF.
006070 2450-EXIT.
006080     EXIT.
006090
006100*-----------------------------------------------------------*
006110* 2460-NOTE-CHANGE                                           *
006120*-----------------------------------------------------------*
006130 2460-NOTE-CHANGE.
006140     ADD 1 TO AUDIT-PEND-COUNT
006150     MOVE NOTE-FIELD-NAME TO AP-FIELD-NAME(AUDIT-PEND-COUNT)
006160     MOVE NOTE-BEFORE     TO AP-BEFORE(AUDIT-PEND-COUNT)
006170     MOVE NOTE-AFTER      TO AP-AFTER(AUDIT-PEND-COUNT).
006180 2460-EXIT.
006190     EXIT.
006200
006210*-----------------------------------------------------------*
006220* 2500-VALIDATE-ACCOUNT                                      *
006230*-----------------------------------------------------------*
006240 2500-VALIDATE-ACCOUNT.
006250     IF NOT BW-TYPE-CHECKING AND NOT BW-TYPE-SAVINGS
006260         MOVE "ACCOUNT TYPE NOT C OR S" TO NOTE-REASON
006270         PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
006280     END-IF
006290
006300     IF BW-ACCT-SEQ NOT = 1 AND BW-ACCT-SEQ NOT = 2
006310         MOVE "ACCOUNT SEQ NOT 1 OR 2" TO NOTE-REASON
006320         PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
006330     END-IF
006340
006350     IF BW-ROUTING-NUMBER = ZERO
006360         MOVE "ROUTING NUMBER MISSING" TO NOTE-REASON
006370         PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
006380     END-IF.
006390 2500-EXIT.
006400     EXIT.
006410
006420*-----------------------------------------------------------*
006430* 2600-FLUSH-AUDIT                                           *
006440*-----------------------------------------------------------*
006450 2600-FLUSH-AUDIT.
006460     PERFORM 2610-FLUSH-ONE-AUDIT THRU 2610-EXIT
006470         VARYING AUDIT-PEND-IDX FROM 1 BY 1
006480         UNTIL AUDIT-PEND-IDX > AUDIT-PEND-COUNT.
006490 2600-EXIT.
006500     EXIT.
006510
006520*-----------------------------------------------------------*
006530* 2610-FLUSH-ONE-AUDIT                                       *
006540*-----------------------------------------------------------*
006550 2610-FLUSH-ONE-AUDIT.
006560     MOVE AP-FIELD-NAME(AUDIT-PEND-IDX) TO AUL-FIELD-NAME
006570     MOVE AP-BEFORE(AUDIT-PEND-IDX)     TO AUL-BEFORE
006580     MOVE AP-AFTER(AUDIT-PEND-IDX)      TO AUL-AFTER
006590     PERFORM 2650-WRITE-AUDIT-RECORD THRU 2650-EXIT.
006600 2610-EXIT.
006610     EXIT.
006620
006630*-----------------------------------------------------------*
006640* 2650-WRITE-AUDIT-RECORD                                    *
006650*-----------------------------------------------------------*
006660 2650-WRITE-AUDIT-RECORD.
006670     MOVE WS-SYSTEM-DATE  TO AUL-DATE
006680     MOVE WS-TIME-HHMMSS  TO AUL-TIME
006690     MOVE BT-USER-ID      TO AUL-USER-ID
006700     MOVE BT-ID-NUMERIC   TO AUL-ID-NUMERIC
006710     MOVE BT-ACCT-SEQ     TO AUL-ACCT-SEQ
006720     MOVE BT-ACTION-CODE  TO AUL-ACTION-CODE
006730     WRITE AUDIT-TRAIL-RECORD FROM WS-AUDIT-LINE.
006740 2650-EXIT.
006750     EXIT.
006760
006770*-----------------------------------------------------------*
006780* 2700-RELEASE-WORK                                          *
006790*-----------------------------------------------------------*
006800 2700-RELEASE-WORK.
006810     MOVE BANK-WORK-RECORD TO BANK-MASTER-OUT-RECORD
006820     WRITE BANK-MASTER-OUT-RECORD
006830     ADD 1 TO MASTERS-WRITTEN-COUNT.
006840 2700-EXIT.
006850     EXIT.
006860
006870*-----------------------------------------------------------*
006880* 3000-TERMINATE                                             *
006890*-----------------------------------------------------------*
006900 3000-TERMINATE.
006910     PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT
006920     CLOSE BANK-MASTER-IN
006930     CLOSE BANK-MASTER-OUT
006940     CLOSE BANK-TRANS
006950     CLOSE AUDIT-TRAIL
006960     CLOSE MAINT-REPORT.
006970 3000-EXIT.
006980     EXIT.
006990
007000*-----------------------------------------------------------*
007010* 5500-WRITE-REJECT-LINE                                     *
007020*-----------------------------------------------------------*
007030 5500-WRITE-REJECT-LINE.
007040     ADD 1 TO TRANS-REJECTED-COUNT
007050     MOVE BT-ACTION-CODE    TO RJ-ACTION-CODE
007060     MOVE BT-ID-NUMERIC     TO RJ-ID-NUMERIC
007070     MOVE BT-ACCT-SEQ       TO RJ-ACCT-SEQ
007080     MOVE WS-REJECT-REASON  TO RJ-REASON
007090     WRITE MAINT-REPORT-RECORD FROM WS-REJECT-LINE.
007100 5500-EXIT.
007110     EXIT.
007120
007130*-----------------------------------------------------------*
007140* 6000-WRITE-SUMMARY                                         *
007150*-----------------------------------------------------------*
007160 6000-WRITE-SUMMARY.
007170     MOVE "MASTER RECORDS READ"      TO SM-LABEL
007180     MOVE MASTERS-READ-COUNT         TO SM-COUNT
007190     WRITE MAINT-REPORT-RECORD FROM WS-SUMMARY-LINE
007200     MOVE "MASTER RECORDS WRITTEN"   TO SM-LABEL
007210     MOVE MASTERS-WRITTEN-COUNT      TO SM-COUNT
007220     WRITE MAINT-REPORT-RECORD FROM WS-SUMMARY-LINE
007230     MOVE "ADDS APPLIED"             TO SM-LABEL
007240     MOVE ADDS-APPLIED-COUNT         TO SM-COUNT
007250     WRITE MAINT-REPORT-RECORD FROM WS-SUMMARY-LINE
007260     MOVE "CHANGES APPLIED"          TO SM-LABEL
007270     MOVE CHANGES-APPLIED-COUNT      TO SM-COUNT
007280     WRITE MAINT-REPORT-RECORD FROM WS-SUMMARY-LINE
007290     MOVE "DELETES APPLIED"          TO SM-LABEL
007300     MOVE DELETES-APPLIED-COUNT      TO SM-COUNT
007310     WRITE MAINT-REPORT-RECORD FROM WS-SUMMARY-LINE
007320     MOVE "TRANSACTIONS REJECTED"    TO SM-LABEL
007330     MOVE TRANS-REJECTED-COUNT       TO SM-COUNT
007340     WRITE MAINT-REPORT-RECORD FROM WS-SUMMARY-LINE.
007350 6000-EXIT.
007360     EXIT.
007370
007380*-----------------------------------------------------------*
007390* 8000-READ-MASTER                                           *
007400*-----------------------------------------------------------*
007410 8000-READ-MASTER.
007420     READ BANK-MASTER-IN
007430         AT END
007440             MOVE 99999 TO MASTER-KEY
007450         NOT AT END
007460             COMPUTE MASTER-KEY =
007470                 (BMI-ID-NUMERIC * 10) + BMI-ACCT-SEQ
007480             ADD 1 TO MASTERS-READ-COUNT
007490     END-READ.
007500 8000-EXIT.
007510     EXIT.
007520
007530*-----------------------------------------------------------*
007540* 8100-READ-TRANS - TRANSACTIONS MUST ARRIVE IN ID/SEQ      *
007550* ORDER; OUT OF SEQUENCE CARDS ARE REJECTED AND SKIPPED     *
007560*-----------------------------------------------------------*
007570 8100-READ-TRANS.
007580     READ BANK-TRANS
007590         AT END
007600             MOVE 99999 TO TRANS-KEY
007610             GO TO 8100-EXIT
007620     END-READ
007630     IF BT-ID-NUMERIC IS NOT NUMERIC
007640         OR BT-ACCT-SEQ IS NOT NUMERIC
007650         MOVE "EMPLOYEE ID OR SEQ NOT NUMERIC"
007660             TO WS-REJECT-REASON
007670         PERFORM 5500-WRITE-REJECT-LINE THRU 5500-EXIT
007680         GO TO 8100-READ-TRANS
007690     END-IF
007700     COMPUTE TRANS-KEY = (BT-ID-NUMERIC * 10) + BT-ACCT-SEQ
007710     IF TRANS-KEY < PREV-TRANS-KEY
007720         MOVE "TRANSACTION OUT OF SEQUENCE" TO WS-REJECT-REASON
007730         PERFORM 5500-WRITE-REJECT-LINE THRU 5500-EXIT
007740         GO TO 8100-READ-TRANS
007750     END-IF
007760     MOVE TRANS-KEY TO PREV-TRANS-KEY.
007770 8100-EXIT.
007780     EXIT.
007790
