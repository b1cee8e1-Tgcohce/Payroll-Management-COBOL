000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PayHistoryInquiry.
000120 AUTHOR. D-SHIFT-PAYROLL-TEAM.
000130 INSTALLATION. PAYROLL-DATA-PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------*
000170* MODIFICATION HISTORY                                       *
000180*-----------------------------------------------------------*
000190* DATE       INIT DESCRIPTION                                *
000200* 10/15/2026 RJH  ORIGINAL PROGRAM - LISTS THE PAYMENT       *
000210*                 HISTORY FILE WRITTEN BY THE PAY RUN FOR    *
000220*                 ONE EMPLOYEE AND PAY-DATE RANGE (EARNINGS, *
000230*                 TAXES, DEDUCTIONS, NET, CHECK OR TRACE     *
000240*                 NUMBER), TOTALS NET OF VOIDS, AND ON       *
000250*                 REQUEST REPRINTS A DUPLICATE EARNINGS      *
000260*                 STATEMENT FOR EACH PAYMENT LISTED.         *
000270* 10/15/2026 RJH  RETRO PAY PAYMENTS (TYPE "R") LIST AS      *
000280*                 "RETRO PAY" WITH THE EFFECTIVE DATE OF THE *
000290*                 RAISE, AND THE DUPLICATE STATEMENT SHOWS   *
000300*                 THE RETRO PAY LINE. MEMBER RESEQUENCED.    *
000310* 10/15/2026 RJH  REISSUE CHECKS FOR RETURNED DIRECT DEPOSITS*
000320*                 (TYPE "I") LIST AS "REISSUE" WITH THE NET  *
000330*                 ONLY, THE ORIGINAL PAY DATE, AND THE       *
000340*                 RETURNED TRACE; THEY ARE LEFT OUT OF THE   *
000350*                 TOTALS AND GET NO DUPLICATE STATEMENT.     *
000360*                 MEMBER RESEQUENCED.                        *
000370* 10/15/2026 RJH  OFF-CYCLE SUPPLEMENTAL PAYMENTS (TYPE "S") *
000380*                 LIST AS "OFF-CYCLE" AND THE DUPLICATE      *
000390*                 STATEMENT SHOWS THE SUPPLEMENTAL PAY LINE. *
000400*                 MEMBER RESEQUENCED.                        *
000410*-----------------------------------------------------------*
000420
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-370.
000460 OBJECT-COMPUTER. IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT PAY-HISTORY ASSIGN TO PAYHIST
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-PAYHIST-STATUS.
000520
000530     SELECT INQUIRY-REPORT ASSIGN TO PHINQRPT
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-PHINQ-STATUS.
000560
000570     SELECT DUPLICATE-STMT ASSIGN TO DUPSTMT
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-DUPSTMT-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  PAY-HISTORY
000640     RECORDING MODE IS F.
000650 01  PAY-HISTORY-RECORD.
000660     05  PH-ID-NUMERIC       PIC 9(03).
000670     05  PH-NAME-ALPHA       PIC X(20).
000680     05  PH-RECORD-TYPE      PIC X(01).
000690         88  PH-TYPE-REGULAR           VALUE "P".
000700         88  PH-TYPE-PTO-PAYOUT        VALUE "T".
000710         88  PH-TYPE-VOID              VALUE "V".
000720         88  PH-TYPE-RETRO             VALUE "R".
000730         88  PH-TYPE-REISSUE           VALUE "I".
000740         88  PH-TYPE-SUPPLEMENTAL      VALUE "S".
000750     05  PH-PAY-DATE         PIC 9(08).
000760     05  PH-PERIOD-END       PIC 9(08).
000770     05  PH-CYCLE-CODE       PIC X(01).
000780     05  PH-DEPT-CODE        PIC X(03).
000790     05  PH-HOURS            PIC 9(03).
000800     05  PH-RATE             PIC 9(05)V99.
000810     05  PH-REG-HOURS        PIC 9(03).
000820     05  PH-OT-HOURS         PIC 9(03).
000830     05  PH-REGULAR-PAY      PIC 9(07)V99.
000840     05  PH-OVERTIME-PAY     PIC 9(07)V99.
000850     05  PH-SHIFT-PREM       PIC 9(07)V99.
000860     05  PH-VACATION-PAY     PIC 9(07)V99.
000870     05  PH-SICK-PAY         PIC 9(07)V99.
000880     05  PH-HOLIDAY-PAY      PIC 9(07)V99.
000890     05  PH-GROSS            PIC 9(07)V99.
000900     05  PH-FEDERAL          PIC 9(07)V99.
000910     05  PH-STATE            PIC 9(07)V99.
000920     05  PH-FICA             PIC 9(07)V99.
000930     05  PH-TAX-TOTAL        PIC 9(07)V99.
000940     05  PH-ER-FICA          PIC 9(07)V99.
000950     05  PH-FUTA             PIC 9(07)V99.
000960     05  PH-SUTA             PIC 9(07)V99.
000970     05  PH-FED-WAGES        PIC 9(07)V99.
000980     05  PH-FICA-WAGES       PIC 9(07)V99.
000990     05  PH-PRETAX-401K      PIC 9(07)V99.
001000     05  PH-PRETAX-S125      PIC 9(07)V99.
001010     05  PH-DED-TOTAL        PIC 9(07)V99.
001020     05  PH-ARR-TOTAL        PIC 9(07)V99.
001030     05  PH-NET              PIC 9(07)V99.
001040     05  PH-YTD-GROSS        PIC 9(09)V99.
001050     05  PH-YTD-TAX          PIC 9(09)V99.
001060     05  PH-YTD-NET          PIC 9(09)V99.
001070     05  PH-PAY-METHOD       PIC X(01).
001080         88  PH-PAID-BY-CHECK          VALUE "C".
001090         88  PH-PAID-BY-ACH            VALUE "A".
001100     05  PH-CHECK-NUMBER     PIC 9(06).
001110     05  PH-DEPOSIT-ENTRY    OCCURS 2 TIMES.
001120         10  PH-TRACE-NUMBER     PIC X(15).
001130         10  PH-DEPOSIT-AMOUNT   PIC 9(07)V99.
001140     05  PH-ORIG-DATE        PIC 9(08).
001150     05  PH-DEPT-COUNT       PIC 9(02).
001160     05  PH-DEPT-ENTRY       OCCURS 10 TIMES.
001170         10  PH-DPT-CODE         PIC X(03).
001180         10  PH-DPT-REG-HOURS    PIC 9(03).
001190         10  PH-DPT-OT-HOURS     PIC 9(03).
001200         10  PH-DPT-GROSS        PIC 9(07)V99.
001210     05  PH-DED-COUNT        PIC 9(02).
001220     05  PH-DED-ENTRY        OCCURS 20 TIMES.
001230         10  PH-DED-CODE         PIC X(03).
001240         10  PH-DED-KIND         PIC X(01).
001250             88  PH-DED-PRETAX           VALUE "P".
001260             88  PH-DED-AFTER-TAX        VALUE "D".
001270             88  PH-DED-ARREARS          VALUE "A".
001280         10  PH-DED-VENDOR       PIC X(20).
001290         10  PH-DED-AMOUNT       PIC 9(07)V99.
001300     05  PH-RETRO-PAY        PIC 9(07)V99.
001310     05  PH-SUPP-PAY         PIC 9(07)V99.
001320
001330 FD  INQUIRY-REPORT
001340     RECORDING MODE IS F.
001350 01  INQUIRY-REPORT-RECORD   PIC X(132).
001360
001370 FD  DUPLICATE-STMT
001380     RECORDING MODE IS F.
001390 01  DUPLICATE-STMT-RECORD   PIC X(132).
001400
001410 WORKING-STORAGE SECTION.
001420*-----------------------------------------------------------*
001430* FILE STATUS SWITCHES                                      *
001440*-----------------------------------------------------------*
001450 01  WS-PAYHIST-STATUS       PIC X(02).
001460     88  WS-PAYHIST-OK                VALUE "00".
001470     88  WS-PAYHIST-EOF               VALUE "10".
001480     88  WS-PAYHIST-FILE-MISSING      VALUE "35".
001490
001500 01  WS-PHINQ-STATUS         PIC X(02).
001510     88  WS-PHINQ-OK                  VALUE "00".
001520
001530 01  WS-DUPSTMT-STATUS       PIC X(02).
001540     88  WS-DUPSTMT-OK                VALUE "00".
001550
001560 01  WS-SWITCHES.
001570     05  WS-HIST-EOF-SWITCH  PIC X(01)   VALUE "N".
001580         88  WS-HIST-AT-END              VALUE "Y".
001590     05  WS-RPT-OPEN-SWITCH  PIC X(01)   VALUE "N".
001600         88  WS-REPORT-OPEN              VALUE "Y".
001610     05  WS-HIST-OPEN-SWITCH PIC X(01)   VALUE "N".
001620         88  WS-HISTORY-OPEN             VALUE "Y".
001630     05  WS-DUP-OPEN-SWITCH  PIC X(01)   VALUE "N".
001640         88  WS-DUPSTMT-OPEN             VALUE "Y".
001650     05  WS-REFUSED-SWITCH   PIC X(01)   VALUE "N".
001660         88  WS-INQUIRY-REFUSED          VALUE "Y".
001670
001680*-----------------------------------------------------------*
001690* OPERATOR PARAMETERS - EMPLOYEE ID, FROM AND TO PAY DATE    *
001700* (YYYYMMDD; BLANK FROM/TO MEANS NO LIMIT), AND "R" TO       *
001710* REPRINT DUPLICATE EARNINGS STATEMENTS                      *
001720*-----------------------------------------------------------*
001730 01  INQ-ID-ALPHA            PIC X(03).
001740 01  INQ-ID-NUM REDEFINES INQ-ID-ALPHA
001750                             PIC 9(03).
001760 01  INQ-FROM-ALPHA          PIC X(08).
001770 01  INQ-FROM-DATE REDEFINES INQ-FROM-ALPHA
001780                             PIC 9(08).
001790 01  INQ-TO-ALPHA            PIC X(08).
001800 01  INQ-TO-DATE REDEFINES INQ-TO-ALPHA
001810                             PIC 9(08).
001820 01  INQ-REPRINT-CODE        PIC X(01)     VALUE SPACE.
001830     88  INQ-REPRINT-REQUESTED          VALUE "R".
001840 01  INQ-REFUSE-REASON       PIC X(50)     VALUE SPACES.
001850
001860*-----------------------------------------------------------*
001870* RUN DATE FOR HEADINGS                                     *
001880*-----------------------------------------------------------*
001890 01  WS-SYSTEM-DATE.
001900     05  WS-SYSTEM-YYYY      PIC 9(04).
001910     05  WS-SYSTEM-MM        PIC 9(02).
001920     05  WS-SYSTEM-DD        PIC 9(02).
001930
001940 01  WS-RUN-DATE-DISPLAY     PIC X(10).
001950
001960 01  WORK-DATE               PIC 9(08)     VALUE ZERO.
001970 01  WORK-DATE-SPLIT REDEFINES WORK-DATE.
001980     05  WKD-YYYY            PIC 9(04).
001990     05  WKD-MM              PIC 9(02).
002000     05  WKD-DD              PIC 9(02).
002010 01  WORK-DATE-DISPLAY       PIC X(10).
002020
002030*-----------------------------------------------------------*
002040* AMOUNTS OF THE RECORD BEING LISTED - A VOID CARRIES ITS    *
002050* AMOUNTS POSITIVE ON FILE AND LISTS THEM AS NEGATIVES       *
002060*-----------------------------------------------------------*
002070 01  LIST-GROSS              PIC S9(07)V99 VALUE ZERO.
002080 01  LIST-TAX                PIC S9(07)V99 VALUE ZERO.
002090 01  LIST-DEDUCT             PIC S9(07)V99 VALUE ZERO.
002100 01  LIST-NET                PIC S9(07)V99 VALUE ZERO.
002110 01  LEAVE-PAY-NUM           PIC 9(07)V99  VALUE ZERO.
002120 01  DED-IDX                 PIC 9(02) COMP VALUE ZERO.
002130
002140*-----------------------------------------------------------*
002150* INQUIRY CONTROL TOTALS                                    *
002160*-----------------------------------------------------------*
002170 01  MATCH-COUNT             PIC 9(05) COMP VALUE ZERO.
002180 01  PAYMENT-COUNT           PIC 9(05) COMP VALUE ZERO.
002190 01  VOID-COUNT              PIC 9(05) COMP VALUE ZERO.
002200 01  REPRINT-COUNT           PIC 9(05) COMP VALUE ZERO.
002210 01  WS-TOTAL-GROSS          PIC S9(09)V99 VALUE ZERO.
002220 01  WS-TOTAL-TAX            PIC S9(09)V99 VALUE ZERO.
002230 01  WS-TOTAL-DEDUCT         PIC S9(09)V99 VALUE ZERO.
002240 01  WS-TOTAL-NET            PIC S9(09)V99 VALUE ZERO.
002250
002260*-----------------------------------------------------------*
002270* INQUIRY-REPORT PRINT LINES                                *
002280*-----------------------------------------------------------*
002290 01  WS-REPORT-HEADING.
002300     05  FILLER              PIC X(40)   VALUE
002310             "PAYMENT HISTORY INQUIRY".
002320     05  FILLER              PIC X(15)   VALUE "RUN DATE: ".
002330     05  RH-RUN-DATE         PIC X(10).
002340     05  FILLER              PIC X(67)   VALUE SPACES.
002350
002360 01  WS-PARM-LINE.
002370     05  FILLER              PIC X(09)   VALUE "EMPLOYEE ".
002380     05  PML-ID              PIC 9(03).
002390     05  FILLER              PIC X(12)   VALUE "  PAID FROM ".
002400     05  PML-FROM-DATE       PIC 9(08).
002410     05  FILLER              PIC X(04)   VALUE " TO ".
002420     05  PML-TO-DATE         PIC 9(08).
002430     05  FILLER              PIC X(02)   VALUE SPACES.
002440     05  PML-REPRINT         PIC X(30).
002450     05  FILLER              PIC X(56)   VALUE SPACES.
002460
002470 01  WS-NAME-LINE.
002480     05  FILLER              PIC X(09)   VALUE "NAME     ".
002490     05  NML-NAME            PIC X(20).
002500     05  FILLER              PIC X(103)  VALUE SPACES.
002510
002520 01  WS-REFUSE-LINE.
002530     05  FILLER              PIC X(20)   VALUE
002540             "INQUIRY REFUSED -   ".
002550     05  RFL-REASON          PIC X(50).
002560     05  FILLER              PIC X(62)   VALUE SPACES.
002570
002580 01  WS-COLUMN-LINE.
002590     05  FILLER              PIC X(31)   VALUE
002600             "PAY DATE  TYPE       PERIOD END".
002610     05  FILLER              PIC X(13)   VALUE "        GROSS".
002620     05  FILLER              PIC X(13)   VALUE "        TAXES".
002630     05  FILLER              PIC X(13)   VALUE "   DEDUCTIONS".
002640     05  FILLER              PIC X(13)   VALUE "          NET".
002650     05  FILLER              PIC X(02)   VALUE SPACES.
002660     05  FILLER              PIC X(21)   VALUE "PAID  REFERENCE".
002670     05  FILLER              PIC X(26)   VALUE SPACES.
002680
002690 01  WS-HIST-LINE.
002700     05  PHL-PAY-DATE        PIC 9(08).
002710     05  FILLER              PIC X(02)   VALUE SPACES.
002720     05  PHL-TYPE            PIC X(10).
002730     05  FILLER              PIC X(01)   VALUE SPACES.
002740     05  PHL-PERIOD-END      PIC 9(08).
002750     05  FILLER              PIC X(02)   VALUE SPACES.
002760     05  PHL-GROSS           PIC ZZZZZZ9.99-.
002770     05  FILLER              PIC X(02)   VALUE SPACES.
002780     05  PHL-TAX             PIC ZZZZZZ9.99-.
002790     05  FILLER              PIC X(02)   VALUE SPACES.
002800     05  PHL-DEDUCT          PIC ZZZZZZ9.99-.
002810     05  FILLER              PIC X(02)   VALUE SPACES.
002820     05  PHL-NET             PIC ZZZZZZ9.99-.
002830     05  FILLER              PIC X(02)   VALUE SPACES.
002840     05  PHL-METHOD          PIC X(06).
002850     05  PHL-REFERENCE       PIC X(15).
002860     05  FILLER              PIC X(28)   VALUE SPACES.
002870
002880 01  WS-EARN-LINE.
002890     05  FILLER              PIC X(10)   VALUE SPACES.
002900     05  FILLER              PIC X(04)   VALUE "REG ".
002910     05  ERL-REGULAR         PIC ZZZZZZ9.99.
002920     05  FILLER              PIC X(05)   VALUE "  OT ".
002930     05  ERL-OVERTIME        PIC ZZZZZZ9.99.
002940     05  FILLER              PIC X(08)   VALUE "  SHIFT ".
002950     05  ERL-SHIFT           PIC ZZZZZZ9.99.
002960     05  FILLER              PIC X(08)   VALUE "  LEAVE ".
002970     05  ERL-LEAVE           PIC ZZZZZZ9.99.
002980     05  FILLER              PIC X(06)   VALUE "  FED ".
002990     05  ERL-FEDERAL         PIC ZZZZZZ9.99.
003000     05  FILLER              PIC X(08)   VALUE "  STATE ".
003010     05  ERL-STATE           PIC ZZZZZZ9.99.
003020     05  FILLER              PIC X(07)   VALUE "  FICA ".
003030     05  ERL-FICA            PIC ZZZZZZ9.99.
003040     05  FILLER              PIC X(06)   VALUE SPACES.
003050
003060 01  WS-REF-LINE.
003070     05  FILLER              PIC X(10)   VALUE SPACES.
003080     05  RFN-LABEL           PIC X(24).
003090     05  RFN-VALUE           PIC X(15).
003100     05  FILLER              PIC X(83)   VALUE SPACES.
003110
003120 01  WS-NONE-LINE.
003130     05  FILLER              PIC X(60)   VALUE
003140         "NO PAYMENT HISTORY FOR THIS EMPLOYEE IN THE DATE RANGE".
003150     05  FILLER              PIC X(72)   VALUE SPACES.
003160
003170 01  WS-TOTAL-LINE.
003180     05  TTL-LABEL           PIC X(22).
003190     05  TTL-COUNT           PIC ZZZZ9.
003200     05  FILLER              PIC X(03)   VALUE SPACES.
003210     05  TTL-GROSS           PIC ZZZZZZZZ9.99-.
003220     05  FILLER              PIC X(02)   VALUE SPACES.
003230     05  TTL-TAX             PIC ZZZZZZZZ9.99-.
003240     05  FILLER              PIC X(02)   VALUE SPACES.
003250     05  TTL-DEDUCT          PIC ZZZZZZZZ9.99-.
003260     05  FILLER              PIC X(02)   VALUE SPACES.
003270     05  TTL-NET             PIC ZZZZZZZZ9.99-.
003280     05  FILLER              PIC X(44)   VALUE SPACES.
003290
003300 01  WS-COUNT-LINE.
003310     05  CTL-LABEL           PIC X(22).
003320     05  CTL-COUNT           PIC ZZZZ9.
003330     05  FILLER              PIC X(105)  VALUE SPACES.
003340
003350 01  WS-BLANK-LINE           PIC X(132)  VALUE SPACES.
003360
003370*-----------------------------------------------------------*
003380* DUPLICATE EARNINGS STATEMENT PRINT LINES - SAME LAYOUT AS  *
003390* THE STATEMENT PRINTED BY THE PAY RUN                       *
003400*-----------------------------------------------------------*
003410 01  WS-STMT-SEPARATOR       PIC X(132)    VALUE ALL "=".
003420
003430 01  WS-STMT-HEADING.
003440     05  FILLER              PIC X(32)   VALUE
003450             "EARNINGS STATEMENT - DUPLICATE".
003460     05  FILLER              PIC X(10)   VALUE "PAY DATE: ".
003470     05  ESH-DATE            PIC X(10).
003480     05  FILLER              PIC X(16)   VALUE "  PERIOD ENDING ".
003490     05  ESH-PERIOD-END      PIC X(10).
003500     05  FILLER              PIC X(54)   VALUE SPACES.
003510
003520 01  WS-STMT-ID-LINE.
003530     05  FILLER              PIC X(10)   VALUE "EMPLOYEE  ".
003540     05  ESI-NAME            PIC X(20).
003550     05  FILLER              PIC X(05)   VALUE "  ID ".
003560     05  ESI-ID              PIC Z(3).
003570     05  FILLER              PIC X(08)   VALUE "  DEPT  ".
003580     05  ESI-DEPT            PIC X(03).
003590     05  FILLER              PIC X(83)   VALUE SPACES.
003600
003610 01  WS-STMT-HOURS-LINE.
003620     05  FILLER              PIC X(10)   VALUE "HOURS     ".
003630     05  ESL-HOURS           PIC ZZ9.
003640     05  FILLER              PIC X(10)   VALUE "  RATE    ".
003650     05  ESL-RATE            PIC ZZZZ9.99.
003660     05  FILLER              PIC X(101)  VALUE SPACES.
003670
003680 01  WS-STMT-LINE.
003690     05  FILLER              PIC X(02)   VALUE SPACES.
003700     05  ESL-LABEL           PIC X(22).
003710     05  ESL-AMOUNT          PIC ZZZZZZZ9.99.
003720     05  FILLER              PIC X(97)   VALUE SPACES.
003730
003740 01  WS-DEDUCTION-LINE.
003750     05  FILLER              PIC X(22)   VALUE SPACES.
003760     05  DDL-LABEL           PIC X(10)   VALUE "DEDUCTION ".
003770     05  DDL-DED-CODE        PIC X(03).
003780     05  FILLER              PIC X(02)   VALUE SPACES.
003790     05  DDL-VENDOR          PIC X(20).
003800     05  FILLER              PIC X(02)   VALUE SPACES.
003810     05  DDL-AMOUNT          PIC ZZZZZZ9.99.
003820     05  FILLER              PIC X(63)   VALUE SPACES.
003830
003840 01  WS-TAXABLE-WAGE-LINE.
003850     05  FILLER              PIC X(22)   VALUE SPACES.
003860     05  FILLER              PIC X(18)   VALUE
003870             "TAXABLE WAGES FED ".
003880     05  TWL-FED-WAGES       PIC ZZZZZZ9.99.
003890     05  FILLER              PIC X(07)   VALUE "  FICA ".
003900     05  TWL-FICA-WAGES      PIC ZZZZZZ9.99.
003910     05  FILLER              PIC X(65)   VALUE SPACES.
003920
003930 01  WS-STMT-PAYMENT-LINE.
003940     05  FILLER              PIC X(02)   VALUE SPACES.
003950     05  ESP-LABEL           PIC X(22).
003960     05  ESP-REFERENCE       PIC X(15).
003970     05  FILLER              PIC X(02)   VALUE SPACES.
003980     05  ESP-AMOUNT          PIC ZZZZZZ9.99.
003990     05  FILLER              PIC X(81)   VALUE SPACES.
004000
004010 01  WS-YTD-LINE.
004020     05  FILLER              PIC X(22)   VALUE SPACES.
004030     05  FILLER              PIC X(14)   VALUE "YEAR-TO-DATE:".
004040     05  FILLER              PIC X(08)   VALUE "GROSS".
004050     05  YTL-GROSS           PIC ZZZZZZZZ9.99.
004060     05  FILLER              PIC X(02)   VALUE SPACES.
004070     05  FILLER              PIC X(06)   VALUE "TAX".
004080     05  YTL-TAX             PIC ZZZZZZZZ9.99.
004090     05  FILLER              PIC X(02)   VALUE SPACES.
004100     05  FILLER              PIC X(06)   VALUE "NET".
004110     05  YTL-NET             PIC ZZZZZZZZ9.99.
004120     05  FILLER              PIC X(24)   VALUE SPACES.
004130
004140 01  WS-STMT-DUP-LINE.
004150     05  FILLER              PIC X(40)   VALUE
004160             "*** DUPLICATE - NOT NEGOTIABLE ***".
004170     05  FILLER              PIC X(12)   VALUE "REPRINTED ".
004180     05  EDL-RUN-DATE        PIC X(10).
004190     05  FILLER              PIC X(70)   VALUE SPACES.
004200
004210 PROCEDURE DIVISION.
004220*-----------------------------------------------------------*
004230* 0000-MAINLINE                                              *
004240*-----------------------------------------------------------*
004250 0000-MAINLINE.
004260     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004270     PERFORM 2000-PROCESS-HISTORY THRU 2000-EXIT
004280         UNTIL WS-HIST-AT-END
004290     PERFORM 3000-TERMINATE THRU 3000-EXIT
004300     STOP RUN.
004310
004320*-----------------------------------------------------------*
004330* 1000-INITIALIZE - REPORT HEADING, OPERATOR PARAMETERS,     *
004340* AND THE FIRST HISTORY RECORD                               *
004350*-----------------------------------------------------------*
004360 1000-INITIALIZE.
004370     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
004380     STRING WS-SYSTEM-MM   DELIMITED BY SIZE
004390            "/"            DELIMITED BY SIZE
004400            WS-SYSTEM-DD   DELIMITED BY SIZE
004410            "/"            DELIMITED BY SIZE
004420            WS-SYSTEM-YYYY DELIMITED BY SIZE
004430         INTO WS-RUN-DATE-DISPLAY
004440     END-STRING
004450
004460     OPEN OUTPUT INQUIRY-REPORT
004470     IF NOT WS-PHINQ-OK
004480         DISPLAY "ERROR OPENING INQUIRY-REPORT, STATUS = "
004490             WS-PHINQ-STATUS
004500         MOVE "Y" TO WS-HIST-EOF-SWITCH
004510         GO TO 1000-EXIT
004520     END-IF
004530     MOVE "Y" TO WS-RPT-OPEN-SWITCH
004540     MOVE WS-RUN-DATE-DISPLAY TO RH-RUN-DATE
004550     WRITE INQUIRY-REPORT-RECORD FROM WS-REPORT-HEADING
004560
004570     PERFORM 1100-ACCEPT-PARAMETERS THRU 1100-EXIT
004580     IF WS-INQUIRY-REFUSED
004590         GO TO 1000-EXIT
004600     END-IF
004610
004620     IF INQ-REPRINT-REQUESTED
004630         OPEN OUTPUT DUPLICATE-STMT
004640         IF WS-DUPSTMT-OK
004650             MOVE "Y" TO WS-DUP-OPEN-SWITCH
004660         ELSE
004670             DISPLAY "ERROR OPENING DUPLICATE-STMT, STATUS = "
004680                 WS-DUPSTMT-STATUS " - NO STATEMENTS REPRINTED"
004690         END-IF
004700     END-IF
004710
004720     OPEN INPUT PAY-HISTORY
004730     IF WS-PAYHIST-FILE-MISSING
004740         MOVE "Y" TO WS-HIST-EOF-SWITCH
004750         GO TO 1000-EXIT
004760     END-IF
004770     IF NOT WS-PAYHIST-OK
004780         MOVE "CANNOT OPEN PAY-HISTORY" TO INQ-REFUSE-REASON
004790         PERFORM 8500-REFUSE-INQUIRY THRU 8500-EXIT
004800         DISPLAY "PAY-HISTORY STATUS = " WS-PAYHIST-STATUS
004810         GO TO 1000-EXIT
004820     END-IF
004830     MOVE "Y" TO WS-HIST-OPEN-SWITCH
004840     PERFORM 8000-READ-HISTORY THRU 8000-EXIT.
004850 1000-EXIT.
004860     EXIT.
004870
004880*-----------------------------------------------------------*
004890* 1100-ACCEPT-PARAMETERS - EMPLOYEE ID IS REQUIRED; A BLANK  *
004900* FROM OR TO DATE LEAVES THAT END OF THE RANGE OPEN          *
004910*-----------------------------------------------------------*
004920 1100-ACCEPT-PARAMETERS.
004930     ACCEPT INQ-ID-ALPHA
004940     IF INQ-ID-NUM IS NOT NUMERIC
004950         OR INQ-ID-NUM = ZERO
004960         MOVE "EMPLOYEE ID MISSING OR NOT NUMERIC"
004970             TO INQ-REFUSE-REASON
004980         PERFORM 8500-REFUSE-INQUIRY THRU 8500-EXIT
004990         GO TO 1100-EXIT
005000     END-IF
005010
005020     ACCEPT INQ-FROM-ALPHA
005030     IF INQ-FROM-ALPHA = SPACES
005040         MOVE ZERO TO INQ-FROM-DATE
005050     END-IF
005060     ACCEPT INQ-TO-ALPHA
005070     IF INQ-TO-ALPHA = SPACES
005080         MOVE 99999999 TO INQ-TO-DATE
005090     END-IF
005100     IF INQ-FROM-DATE IS NOT NUMERIC
005110         OR INQ-TO-DATE IS NOT NUMERIC
005120         MOVE "FROM/TO DATE NOT NUMERIC (YYYYMMDD)"
005130             TO INQ-REFUSE-REASON
005140         PERFORM 8500-REFUSE-INQUIRY THRU 8500-EXIT
005150         GO TO 1100-EXIT
005160     END-IF
005170     IF INQ-FROM-DATE > INQ-TO-DATE
005180         MOVE "FROM DATE IS AFTER TO DATE" TO INQ-REFUSE-REASON
005190         PERFORM 8500-REFUSE-INQUIRY THRU 8500-EXIT
005200         GO TO 1100-EXIT
005210     END-IF
005220
005230     ACCEPT INQ-REPRINT-CODE
005240     MOVE INQ-ID-NUM    TO PML-ID
005250     MOVE INQ-FROM-DATE TO PML-FROM-DATE
005260     MOVE INQ-TO-DATE   TO PML-TO-DATE
005270     IF INQ-REPRINT-REQUESTED
005280         MOVE "DUPLICATE STATEMENTS REPRINTED" TO PML-REPRINT
005290     ELSE
005300         MOVE SPACES TO PML-REPRINT
005310     END-IF
005320     WRITE INQUIRY-REPORT-RECORD FROM WS-PARM-LINE.
005330 1100-EXIT.
005340     EXIT.
005350
005360*-----------------------------------------------------------*
005370* 2000-PROCESS-HISTORY - LIST (AND REPRINT) EACH RECORD FOR  *
005380* THE EMPLOYEE PAID WITHIN THE DATE RANGE                    *
005390*-----------------------------------------------------------*
005400 2000-PROCESS-HISTORY.
005410     IF PH-ID-NUMERIC NOT = INQ-ID-NUM
005420         OR PH-PAY-DATE < INQ-FROM-DATE
005430         OR PH-PAY-DATE > INQ-TO-DATE
005440         GO TO 2000-NEXT
005450     END-IF
005460
005470     IF MATCH-COUNT = ZERO
005480         MOVE PH-NAME-ALPHA TO NML-NAME
005490         WRITE INQUIRY-REPORT-RECORD FROM WS-NAME-LINE
005500         WRITE INQUIRY-REPORT-RECORD FROM WS-BLANK-LINE
005510         WRITE INQUIRY-REPORT-RECORD FROM WS-COLUMN-LINE
005520     END-IF
005530     ADD 1 TO MATCH-COUNT
005540     PERFORM 2100-LIST-PAYMENT THRU 2100-EXIT
005550     IF WS-DUPSTMT-OPEN
005560         AND NOT PH-TYPE-VOID
005570         AND NOT PH-TYPE-REISSUE
005580         PERFORM 2500-WRITE-DUPLICATE-STMT THRU 2500-EXIT
005590     END-IF.
005600 2000-NEXT.
005610     PERFORM 8000-READ-HISTORY THRU 8000-EXIT.
005620 2000-EXIT.
005630     EXIT.
005640
005650*-----------------------------------------------------------*
005660* 2100-LIST-PAYMENT - ONE LISTING LINE, THE EARNINGS AND TAX *
005670* BREAKDOWN FOR A PAYMENT, AND ANY SECOND DEPOSIT, VOIDED    *
005680* PAYMENT, RETRO PAY EFFECTIVE DATE, OR REISSUED DEPOSIT     *
005690* REFERENCE; TOTALS ARE KEPT NET OF VOIDS, AND A REISSUE     *
005700* (WHICH REPLACES A RETURNED DEPOSIT) IS NOT ADDED IN        *
005710*-----------------------------------------------------------*
005720 2100-LIST-PAYMENT.
005730     MOVE PH-GROSS     TO LIST-GROSS
005740     MOVE PH-TAX-TOTAL TO LIST-TAX
005750     MOVE PH-NET       TO LIST-NET
005760     COMPUTE LIST-DEDUCT = PH-GROSS - PH-TAX-TOTAL - PH-NET
005770     IF PH-TYPE-VOID
005780         COMPUTE LIST-GROSS  = ZERO - LIST-GROSS
005790         COMPUTE LIST-TAX    = ZERO - LIST-TAX
005800         COMPUTE LIST-DEDUCT = ZERO - LIST-DEDUCT
005810         COMPUTE LIST-NET    = ZERO - LIST-NET
005820         ADD 1 TO VOID-COUNT
005830     ELSE
005840         IF PH-TYPE-REISSUE
005850             MOVE ZERO TO LIST-DEDUCT
005860         ELSE
005870             ADD 1 TO PAYMENT-COUNT
005880         END-IF
005890     END-IF
005900     IF NOT PH-TYPE-REISSUE
005910         ADD LIST-GROSS  TO WS-TOTAL-GROSS
005920         ADD LIST-TAX    TO WS-TOTAL-TAX
005930         ADD LIST-DEDUCT TO WS-TOTAL-DEDUCT
005940         ADD LIST-NET    TO WS-TOTAL-NET
005950     END-IF
005960
005970     PERFORM 2150-SET-TYPE-TEXT THRU 2150-EXIT
005980     MOVE PH-PAY-DATE   TO PHL-PAY-DATE
005990     MOVE PH-PERIOD-END TO PHL-PERIOD-END
006000     MOVE LIST-GROSS    TO PHL-GROSS
006010     MOVE LIST-TAX      TO PHL-TAX
006020     MOVE LIST-DEDUCT   TO PHL-DEDUCT
006030     MOVE LIST-NET      TO PHL-NET
006040     IF PH-PAID-BY-CHECK
006050         MOVE "CHECK "        TO PHL-METHOD
006060         MOVE PH-CHECK-NUMBER TO PHL-REFERENCE
006070     ELSE
006080         MOVE "ACH   "           TO PHL-METHOD
006090         MOVE PH-TRACE-NUMBER(1) TO PHL-REFERENCE
006100     END-IF
006110     WRITE INQUIRY-REPORT-RECORD FROM WS-HIST-LINE
006120
006130     IF NOT PH-TYPE-VOID
006140         AND NOT PH-TYPE-REISSUE
006150         COMPUTE LEAVE-PAY-NUM = PH-VACATION-PAY + PH-SICK-PAY
006160             + PH-HOLIDAY-PAY
006170         MOVE PH-REGULAR-PAY  TO ERL-REGULAR
006180         MOVE PH-OVERTIME-PAY TO ERL-OVERTIME
006190         MOVE PH-SHIFT-PREM   TO ERL-SHIFT
006200         MOVE LEAVE-PAY-NUM   TO ERL-LEAVE
006210         MOVE PH-FEDERAL      TO ERL-FEDERAL
006220         MOVE PH-STATE        TO ERL-STATE
006230         MOVE PH-FICA         TO ERL-FICA
006240         WRITE INQUIRY-REPORT-RECORD FROM WS-EARN-LINE
006250     END-IF
006260     IF NOT PH-PAID-BY-CHECK
006270         AND PH-TRACE-NUMBER(2) NOT = SPACES
006280         MOVE "SECOND DEPOSIT TRACE"  TO RFN-LABEL
006290         MOVE PH-TRACE-NUMBER(2)      TO RFN-VALUE
006300         WRITE INQUIRY-REPORT-RECORD FROM WS-REF-LINE
006310     END-IF
006320     IF PH-TYPE-VOID
006330         AND PH-ORIG-DATE > ZERO
006340         MOVE "VOIDS PAYMENT DATED"   TO RFN-LABEL
006350         MOVE PH-ORIG-DATE            TO RFN-VALUE
006360         WRITE INQUIRY-REPORT-RECORD FROM WS-REF-LINE
006370     END-IF
006380     IF PH-TYPE-RETRO
006390         AND PH-ORIG-DATE > ZERO
006400         MOVE "RETRO PAY EFFECTIVE"   TO RFN-LABEL
006410         MOVE PH-ORIG-DATE            TO RFN-VALUE
006420         WRITE INQUIRY-REPORT-RECORD FROM WS-REF-LINE
006430     END-IF
006440     IF PH-TYPE-REISSUE
006450         AND PH-ORIG-DATE > ZERO
006460         MOVE "REISSUES PAYMENT DATED" TO RFN-LABEL
006470         MOVE PH-ORIG-DATE            TO RFN-VALUE
006480         WRITE INQUIRY-REPORT-RECORD FROM WS-REF-LINE
006490     END-IF
006500     IF PH-TYPE-REISSUE
006510         AND PH-TRACE-NUMBER(1) NOT = SPACES
006520         MOVE "RETURNED DEPOSIT TRACE" TO RFN-LABEL
006530         MOVE PH-TRACE-NUMBER(1)      TO RFN-VALUE
006540         WRITE INQUIRY-REPORT-RECORD FROM WS-REF-LINE
006550     END-IF.
006560 2100-EXIT.
006570     EXIT.
006580
006590*-----------------------------------------------------------*
006600* 2150-SET-TYPE-TEXT                                         *
006610*-----------------------------------------------------------*
006620 2150-SET-TYPE-TEXT.
006630     IF PH-TYPE-REGULAR
006640         MOVE "REGULAR"    TO PHL-TYPE
006650     ELSE
006660         IF PH-TYPE-PTO-PAYOUT
006670             MOVE "PTO PAYOUT" TO PHL-TYPE
006680         ELSE
006690             IF PH-TYPE-VOID
006700                 MOVE "VOID"       TO PHL-TYPE
006710             ELSE
006720                 IF PH-TYPE-RETRO
006730                     MOVE "RETRO PAY"  TO PHL-TYPE
006740                 ELSE
006750                     IF PH-TYPE-REISSUE
006760                         MOVE "REISSUE"    TO PHL-TYPE
006770                     ELSE
006780                         IF PH-TYPE-SUPPLEMENTAL
006790                             MOVE "OFF-CYCLE"  TO PHL-TYPE
006800                         ELSE
006810                             MOVE SPACES       TO PHL-TYPE
006820                             MOVE PH-RECORD-TYPE TO PHL-TYPE
006830                         END-IF
006840                     END-IF
006850                 END-IF
006860             END-IF
006870         END-IF
006880     END-IF.
006890 2150-EXIT.
006900     EXIT.
006910
006920*-----------------------------------------------------------*
006930* 2500-WRITE-DUPLICATE-STMT - THE EARNINGS STATEMENT AS THE  *
006940* PAY RUN PRINTED IT, REBUILT FROM THE HISTORY RECORD AND    *
006950* MARKED AS A DUPLICATE                                      *
006960*-----------------------------------------------------------*
006970 2500-WRITE-DUPLICATE-STMT.
006980     WRITE DUPLICATE-STMT-RECORD FROM WS-STMT-SEPARATOR
006990     MOVE PH-PAY-DATE TO WORK-DATE
007000     PERFORM 8600-FORMAT-DATE THRU 8600-EXIT
007010     MOVE WORK-DATE-DISPLAY TO ESH-DATE
007020     MOVE PH-PERIOD-END TO WORK-DATE
007030     PERFORM 8600-FORMAT-DATE THRU 8600-EXIT
007040     MOVE WORK-DATE-DISPLAY TO ESH-PERIOD-END
007050     WRITE DUPLICATE-STMT-RECORD FROM WS-STMT-HEADING
007060     MOVE PH-NAME-ALPHA   TO ESI-NAME
007070     MOVE PH-ID-NUMERIC   TO ESI-ID
007080     MOVE PH-DEPT-CODE    TO ESI-DEPT
007090     WRITE DUPLICATE-STMT-RECORD FROM WS-STMT-ID-LINE
007100     MOVE PH-HOURS        TO ESL-HOURS
007110     MOVE PH-RATE         TO ESL-RATE
007120     WRITE DUPLICATE-STMT-RECORD FROM WS-STMT-HOURS-LINE
007130
007140     MOVE "REGULAR PAY"   TO ESL-LABEL
007150     MOVE PH-REGULAR-PAY  TO ESL-AMOUNT
007160     PERFORM 2590-WRITE-STMT-LINE THRU 2590-EXIT
007170     MOVE "OVERTIME PAY"  TO ESL-LABEL
007180     MOVE PH-OVERTIME-PAY TO ESL-AMOUNT
007190     PERFORM 2590-WRITE-STMT-LINE THRU 2590-EXIT
007200     MOVE "SHIFT PREMIUM" TO ESL-LABEL
007210     MOVE PH-SHIFT-PREM   TO ESL-AMOUNT
007220     PERFORM 2590-WRITE-STMT-LINE THRU 2590-EXIT
007230     IF PH-VACATION-PAY > ZERO
007240         MOVE "VACATION PAY"  TO ESL-LABEL
007250         MOVE PH-VACATION-PAY TO ESL-AMOUNT
007260         PERFORM 2590-WRITE-STMT-LINE THRU 2590-EXIT
007270     END-IF
007280     IF PH-SICK-PAY > ZERO
007290         MOVE "SICK PAY"      TO ESL-LABEL
007300         MOVE PH-SICK-PAY     TO ESL-AMOUNT
007310         PERFORM 2590-WRITE-STMT-LINE THRU 2590-EXIT
007320     END-IF
007330     IF PH-HOLIDAY-PAY > ZERO
007340         MOVE "HOLIDAY PAY"   TO ESL-LABEL
007350         MOVE PH-HOLIDAY-PAY  TO ESL-AMOUNT
007360         PERFORM 2590-WRITE-STMT-LINE THRU 2590-EXIT
007370     END-IF
007380     IF PH-RETRO-PAY IS NUMERIC
007390         AND PH-RETRO-PAY > ZERO
007400         MOVE "RETRO PAY"     TO ESL-LABEL
007410         MOVE PH-RETRO-PAY    TO ESL-AMOUNT
007420         PERFORM 2590-WRITE-STMT-LINE THRU 2590-EXIT
007430     END-IF
007440     IF PH-SUPP-PAY IS NUMERIC
007450         AND PH-SUPP-PAY > ZERO
007460         MOVE "SUPPLEMENTAL PAY" TO ESL-LABEL
007470         MOVE PH-SUPP-PAY     TO ESL-AMOUNT
007480         PERFORM 2590-WRITE-STMT-LINE THRU 2590-EXIT
007490     END-IF
007500     MOVE "GROSS PAY"     TO ESL-LABEL
007510     MOVE PH-GROSS        TO ESL-AMOUNT
007520     PERFORM 2590-WRITE-STMT-LINE THRU 2590-EXIT
007530     MOVE "FEDERAL TAX"   TO ESL-LABEL
007540     MOVE PH-FEDERAL      TO ESL-AMOUNT
007550     PERFORM 2590-WRITE-STMT-LINE THRU 2590-EXIT
007560     MOVE "STATE TAX"     TO ESL-LABEL
007570     MOVE PH-STATE        TO ESL-AMOUNT
007580     PERFORM 2590-WRITE-STMT-LINE THRU 2590-EXIT
007590     MOVE "FICA"          TO ESL-LABEL
007600     MOVE PH-FICA         TO ESL-AMOUNT
007610     PERFORM 2590-WRITE-STMT-LINE THRU 2590-EXIT
007620
007630     PERFORM 2550-WRITE-STMT-DEDUCTION THRU 2550-EXIT
007640         VARYING DED-IDX FROM 1 BY 1
007650         UNTIL DED-IDX > PH-DED-COUNT
007660
007670     IF PH-PRETAX-401K + PH-PRETAX-S125 > ZERO
007680         MOVE PH-FED-WAGES  TO TWL-FED-WAGES
007690         MOVE PH-FICA-WAGES TO TWL-FICA-WAGES
007700         WRITE DUPLICATE-STMT-RECORD FROM WS-TAXABLE-WAGE-LINE
007710     END-IF
007720
007730     MOVE "NET PAY"       TO ESL-LABEL
007740     MOVE PH-NET          TO ESL-AMOUNT
007750     PERFORM 2590-WRITE-STMT-LINE THRU 2590-EXIT
007760
007770     IF PH-PAID-BY-CHECK
007780         MOVE "CHECK NUMBER"     TO ESP-LABEL
007790         MOVE PH-CHECK-NUMBER    TO ESP-REFERENCE
007800         MOVE PH-NET             TO ESP-AMOUNT
007810         WRITE DUPLICATE-STMT-RECORD FROM WS-STMT-PAYMENT-LINE
007820     ELSE
007830         MOVE "DEPOSIT TRACE"        TO ESP-LABEL
007840         MOVE PH-TRACE-NUMBER(1)     TO ESP-REFERENCE
007850         MOVE PH-DEPOSIT-AMOUNT(1)   TO ESP-AMOUNT
007860         WRITE DUPLICATE-STMT-RECORD FROM WS-STMT-PAYMENT-LINE
007870         IF PH-TRACE-NUMBER(2) NOT = SPACES
007880             MOVE PH-TRACE-NUMBER(2)   TO ESP-REFERENCE
007890             MOVE PH-DEPOSIT-AMOUNT(2) TO ESP-AMOUNT
007900             WRITE DUPLICATE-STMT-RECORD FROM WS-STMT-PAYMENT-LINE
007910         END-IF
007920     END-IF
007930
007940     MOVE PH-YTD-GROSS    TO YTL-GROSS
007950     MOVE PH-YTD-TAX      TO YTL-TAX
007960     MOVE PH-YTD-NET      TO YTL-NET
007970     WRITE DUPLICATE-STMT-RECORD FROM WS-YTD-LINE
007980     MOVE WS-RUN-DATE-DISPLAY TO EDL-RUN-DATE
007990     WRITE DUPLICATE-STMT-RECORD FROM WS-STMT-DUP-LINE
008000     MOVE SPACES TO DUPLICATE-STMT-RECORD
008010     WRITE DUPLICATE-STMT-RECORD
008020     ADD 1 TO REPRINT-COUNT.
008030 2500-EXIT.
008040     EXIT.
008050
008060*-----------------------------------------------------------*
008070* 2550-WRITE-STMT-DEDUCTION                                  *
008080*-----------------------------------------------------------*
008090 2550-WRITE-STMT-DEDUCTION.
008100     IF PH-DED-ARREARS(DED-IDX)
008110         MOVE "ARREARS   " TO DDL-LABEL
008120     ELSE
008130         IF PH-DED-PRETAX(DED-IDX)
008140             MOVE "PRE-TAX   " TO DDL-LABEL
008150         ELSE
008160             MOVE "DEDUCTION " TO DDL-LABEL
008170         END-IF
008180     END-IF
008190     MOVE PH-DED-CODE(DED-IDX)   TO DDL-DED-CODE
008200     MOVE PH-DED-VENDOR(DED-IDX) TO DDL-VENDOR
008210     MOVE PH-DED-AMOUNT(DED-IDX) TO DDL-AMOUNT
008220     WRITE DUPLICATE-STMT-RECORD FROM WS-DEDUCTION-LINE.
008230 2550-EXIT.
008240     EXIT.
008250
008260*-----------------------------------------------------------*
008270* 2590-WRITE-STMT-LINE                                       *
008280*-----------------------------------------------------------*
008290 2590-WRITE-STMT-LINE.
008300     WRITE DUPLICATE-STMT-RECORD FROM WS-STMT-LINE.
008310 2590-EXIT.
008320     EXIT.
008330
008340*-----------------------------------------------------------*
008350* 3000-TERMINATE - TOTALS NET OF VOIDS AND CLOSE             *
008360*-----------------------------------------------------------*
008370 3000-TERMINATE.
008380     IF NOT WS-REPORT-OPEN
008390         GO TO 3000-EXIT
008400     END-IF
008410     IF WS-HISTORY-OPEN
008420         CLOSE PAY-HISTORY
008430     END-IF
008440     IF WS-DUPSTMT-OPEN
008450         CLOSE DUPLICATE-STMT
008460     END-IF
008470     IF WS-INQUIRY-REFUSED
008480         CLOSE INQUIRY-REPORT
008490         GO TO 3000-EXIT
008500     END-IF
008510
008520     IF MATCH-COUNT = ZERO
008530         WRITE INQUIRY-REPORT-RECORD FROM WS-NONE-LINE
008540     END-IF
008550     WRITE INQUIRY-REPORT-RECORD FROM WS-BLANK-LINE
008560     MOVE "TOTAL NET OF VOIDS"   TO TTL-LABEL
008570     MOVE MATCH-COUNT            TO TTL-COUNT
008580     MOVE WS-TOTAL-GROSS         TO TTL-GROSS
008590     MOVE WS-TOTAL-TAX           TO TTL-TAX
008600     MOVE WS-TOTAL-DEDUCT        TO TTL-DEDUCT
008610     MOVE WS-TOTAL-NET           TO TTL-NET
008620     WRITE INQUIRY-REPORT-RECORD FROM WS-TOTAL-LINE
008630     MOVE "PAYMENTS LISTED"      TO CTL-LABEL
008640     MOVE PAYMENT-COUNT          TO CTL-COUNT
008650     WRITE INQUIRY-REPORT-RECORD FROM WS-COUNT-LINE
008660     MOVE "VOIDS LISTED"         TO CTL-LABEL
008670     MOVE VOID-COUNT             TO CTL-COUNT
008680     WRITE INQUIRY-REPORT-RECORD FROM WS-COUNT-LINE
008690     IF INQ-REPRINT-REQUESTED
008700         MOVE "STATEMENTS REPRINTED" TO CTL-LABEL
008710         MOVE REPRINT-COUNT          TO CTL-COUNT
008720         WRITE INQUIRY-REPORT-RECORD FROM WS-COUNT-LINE
008730     END-IF
008740     CLOSE INQUIRY-REPORT.
008750 3000-EXIT.
008760     EXIT.
008770
008780*-----------------------------------------------------------*
008790* 8000-READ-HISTORY                                          *
008800*-----------------------------------------------------------*
008810 8000-READ-HISTORY.
008820     READ PAY-HISTORY
008830         AT END
008840             MOVE "Y" TO WS-HIST-EOF-SWITCH
008850     END-READ.
008860 8000-EXIT.
008870     EXIT.
008880
008890*-----------------------------------------------------------*
008900* 8500-REFUSE-INQUIRY - PRINT THE REASON AND END THE RUN     *
008910*-----------------------------------------------------------*
008920 8500-REFUSE-INQUIRY.
008930     MOVE INQ-REFUSE-REASON TO RFL-REASON
008940     WRITE INQUIRY-REPORT-RECORD FROM WS-REFUSE-LINE
008950     DISPLAY "PAYMENT HISTORY INQUIRY REFUSED - "
008960         INQ-REFUSE-REASON
008970     MOVE "Y" TO WS-REFUSED-SWITCH
008980     MOVE "Y" TO WS-HIST-EOF-SWITCH.
008990 8500-EXIT.
009000     EXIT.
009010
009020*-----------------------------------------------------------*
009030* 8600-FORMAT-DATE - WORK-DATE (YYYYMMDD) TO MM/DD/YYYY      *
009040*-----------------------------------------------------------*
009050 8600-FORMAT-DATE.
009060     MOVE SPACES TO WORK-DATE-DISPLAY
009070     STRING WKD-MM   DELIMITED BY SIZE
009080            "/"      DELIMITED BY SIZE
009090            WKD-DD   DELIMITED BY SIZE
009100            "/"      DELIMITED BY SIZE
009110            WKD-YYYY DELIMITED BY SIZE
009120         INTO WORK-DATE-DISPLAY
009130     END-STRING.
009140 8600-EXIT.
009150     EXIT.
009160
