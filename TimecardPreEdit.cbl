000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TimecardPreEdit.
000120 AUTHOR. D-SHIFT-PAYROLL-TEAM.
000130 INSTALLATION. PAYROLL-DATA-PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------*
000170* MODIFICATION HISTORY                                       *
000180*-----------------------------------------------------------*
000190* DATE       INIT DESCRIPTION                                *
000200* 10/15/2026 RJH  ORIGINAL PROGRAM - EDITS THE DEPARTMENT    *
000210*                 TIMECARD BATCHES DAYS AHEAD OF THE PAY     *
000220*                 RUN. EACH BATCH MUST BALANCE TO ITS HEADER *
000230*                 CARD COUNT AND HOURS HASH TOTAL AND CARRY  *
000240*                 AN APPROVER AUTHORIZED FOR ITS DEPARTMENT. *
000250*                 EACH CARD IS EDITED AGAINST THE EMPLOYEE   *
000260*                 MASTER, PAY FREQUENCY, OPEN PAY PERIOD,    *
000270*                 PTO BALANCES, DAILY AND WEEKLY HOUR        *
000280*                 LIMITS, AND THE CARDS ALREADY RELEASED.    *
000290*                 GOOD CARDS OF APPROVED, BALANCED BATCHES   *
000300*                 ARE RELEASED TO THE TIMECARD FILE THE PAY  *
000310*                 RUN READS; REJECTED CARDS AND HELD BATCHES *
000320*                 ARE LISTED BY DEPARTMENT FOR CORRECTION.   *
000330*-----------------------------------------------------------*
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT TIMECARD-BATCH ASSIGN TO TCBATCH
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-TCBATCH-STATUS.
000440
000450     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMSTR
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-EMPMSTR-STATUS.
000480
000490     SELECT PAY-PERIOD-CONTROL ASSIGN TO PAYCTL
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-PAYCTL-STATUS.
000520
000530     SELECT PTO-BALANCE ASSIGN TO PTOBAL
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-PTOBAL-STATUS.
000560
000570     SELECT DEPT-APPROVER ASSIGN TO DEPTAPPR
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-DEPTAPPR-STATUS.
000600
000610     SELECT COMPANY-CONTROL ASSIGN TO COMPCTL
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-COMPCTL-STATUS.
000640
000650     SELECT TIMECARD-FILE ASSIGN TO TIMECARD
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-TIMECRD-STATUS.
000680
000690     SELECT EDIT-REPORT ASSIGN TO TCEDTRPT
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-EDTRPT-STATUS.
000720
000730     SELECT EXCEPTION-REPORT ASSIGN TO TCEXCRPT
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-EXCRPT-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790*-----------------------------------------------------------*
000800* TIMECARD-BATCH - ONE "H" HEADER PER DEPARTMENT BATCH WITH  *
000810* THE CARD COUNT, HOURS HASH TOTAL, AND APPROVER ID, THEN ITS*
000820* "C" CARDS. A CARD CARRIES THE TIMECARD FIELDS THE PAY RUN  *
000830* READS PLUS AN OPTIONAL SUNDAY-SATURDAY DAILY BREAKDOWN     *
000840*-----------------------------------------------------------*
000850 FD  TIMECARD-BATCH
000860     RECORDING MODE IS F.
000870 01  TIMECARD-BATCH-RECORD.
000880     05  TB-RECORD-TYPE      PIC X(01).
000890         88  TB-BATCH-HEADER           VALUE "H".
000900         88  TB-BATCH-CARD             VALUE "C".
000910     05  FILLER              PIC X(33).
000920 01  TB-HEADER-RECORD.
000930     05  FILLER              PIC X(01).
000940     05  TBH-BATCH-NUMBER    PIC 9(05).
000950     05  TBH-DEPT-CODE       PIC X(03).
000960     05  TBH-APPROVER-ID     PIC X(08).
000970     05  TBH-CARD-COUNT      PIC 9(05).
000980     05  TBH-HOURS-HASH      PIC 9(07).
000990     05  FILLER              PIC X(05).
001000 01  TB-CARD-RECORD.
001010     05  FILLER              PIC X(01).
001020     05  TBC-ID-NUMERIC      PIC 9(03).
001030     05  TBC-WEEK-ENDING     PIC 9(08).
001040     05  TBC-HOURS-NUMERIC   PIC 9(03).
001050     05  TBC-SHIFT-CODE      PIC X(01).
001060     05  TBC-DEPT-CODE       PIC X(03).
001070     05  TBC-EARN-TYPE       PIC X(01).
001080     05  TBC-DAILY-HOURS     PIC X(14).
001090
001100 FD  EMPLOYEE-MASTER
001110     RECORDING MODE IS F.
001120 01  EMPLOYEE-MASTER-RECORD.
001130     05  EM-ID-NUMERIC       PIC 9(03).
001140     05  EM-NAME-ALPHA       PIC X(20).
001150     05  FILLER              PIC X(29).
001160     05  EM-DEPT-CODE        PIC X(03).
001170     05  FILLER              PIC X(01).
001180     05  EM-PAY-FREQUENCY    PIC X(01).
001190     05  FILLER              PIC X(23).
001200
001210 FD  PAY-PERIOD-CONTROL
001220     RECORDING MODE IS F.
001230 01  PAY-PERIOD-CONTROL-RECORD.
001240     05  PC-CYCLE-CODE       PIC X(01).
001250     05  PC-PERIOD-END       PIC 9(08).
001260     05  PC-STATUS           PIC X(01).
001270         88  PC-PERIOD-OPEN            VALUE "O".
001280         88  PC-PERIOD-PAID            VALUE "P".
001290     05  PC-PAID-DATE        PIC 9(08).
001300
001310 FD  PTO-BALANCE
001320     RECORDING MODE IS F.
001330 01  PTO-BALANCE-RECORD.
001340     05  PB-ID-NUMERIC       PIC 9(03).
001350     05  PB-VAC-BALANCE      PIC 9(05)V99.
001360     05  PB-SICK-BALANCE     PIC 9(05)V99.
001370
001380*-----------------------------------------------------------*
001390* DEPT-APPROVER - THE SUPERVISORS WHO MAY APPROVE TIMECARD   *
001400* BATCHES FOR A DEPARTMENT; A DEPARTMENT MAY HAVE SEVERAL    *
001410*-----------------------------------------------------------*
001420 FD  DEPT-APPROVER
001430     RECORDING MODE IS F.
001440 01  DEPT-APPROVER-RECORD.
001450     05  DA-DEPT-CODE        PIC X(03).
001460     05  DA-APPROVER-ID      PIC X(08).
001470     05  DA-APPROVER-NAME    PIC X(20).
001480
001490 FD  COMPANY-CONTROL
001500     RECORDING MODE IS F.
001510 01  COMPANY-CONTROL-RECORD.
001520     05  CC-EFFECTIVE-DATE   PIC 9(08).
001530     05  CC-FICA-WAGE-BASE   PIC 9(09)V99.
001540     05  CC-FUTA-RATE        PIC 9V999.
001550     05  CC-FUTA-WAGE-BASE   PIC 9(09)V99.
001560     05  CC-SUTA-RATE        PIC 9V999.
001570     05  CC-SUTA-WAGE-BASE   PIC 9(09)V99.
001580     05  CC-OT-THRESHOLD     PIC 9(03).
001590     05  CC-OT-MULTIPLIER    PIC 9V9.
001600     05  CC-MAX-HOURS        PIC 9(03).
001610     05  CC-MAX-RATE         PIC 9(03).
001620     05  CC-MAX-TAXRATE      PIC 9V99.
001630     05  CC-CHECK-START      PIC 9(06).
001640     05  CC-GL-WAGE-EXP      PIC X(04).
001650     05  CC-GL-SHIFT-PREM    PIC X(04).
001660     05  CC-GL-ER-TAX-EXP    PIC X(04).
001670     05  CC-GL-FED-WH        PIC X(04).
001680     05  CC-GL-STATE-WH      PIC X(04).
001690     05  CC-GL-FICA-WH       PIC X(04).
001700     05  CC-GL-FICA-ER       PIC X(04).
001710     05  CC-GL-FUTA          PIC X(04).
001720     05  CC-GL-SUTA          PIC X(04).
001730     05  CC-GL-VENDOR-LIAB   PIC X(04).
001740     05  CC-GL-CASH          PIC X(04).
001750     05  CC-GL-ACH-RETURN    PIC X(04).
001760     05  CC-SUPP-FED-RATE    PIC 9V999.
001770     05  CC-MAX-DAY-HOURS    PIC 9(02).
001780     05  CC-MAX-WEEK-HOURS   PIC 9(03).
001790
001800 FD  TIMECARD-FILE
001810     RECORDING MODE IS F.
001820 01  TIMECARD-RECORD.
001830     05  TC-ID-NUMERIC       PIC 9(03).
001840     05  TC-WEEK-ENDING      PIC 9(08).
001850     05  TC-HOURS-NUMERIC    PIC 9(03).
001860     05  TC-SHIFT-CODE       PIC X(01).
001870     05  TC-DEPT-CODE        PIC X(03).
001880     05  TC-EARN-TYPE        PIC X(01).
001890         88  TC-EARN-VACATION          VALUE "V".
001900         88  TC-EARN-SICK              VALUE "S".
001910
001920 FD  EDIT-REPORT
001930     RECORDING MODE IS F.
001940 01  EDIT-REPORT-RECORD      PIC X(132).
001950
001960 FD  EXCEPTION-REPORT
001970     RECORDING MODE IS F.
001980 01  EXCEPTION-REPORT-RECORD PIC X(132).
001990
002000 WORKING-STORAGE SECTION.
002010*-----------------------------------------------------------*
002020* FILE STATUS SWITCHES                                       *
002030*-----------------------------------------------------------*
002040 01  WS-TCBATCH-STATUS       PIC X(02).
002050     88  WS-TCBATCH-OK                VALUE "00".
002060     88  WS-TCBATCH-EOF               VALUE "10".
002070
002080 01  WS-EMPMSTR-STATUS       PIC X(02).
002090     88  WS-EMPMSTR-OK                VALUE "00".
002100     88  WS-EMPMSTR-EOF               VALUE "10".
002110
002120 01  WS-PAYCTL-STATUS        PIC X(02).
002130     88  WS-PAYCTL-OK                 VALUE "00".
002140     88  WS-PAYCTL-EOF                VALUE "10".
002150
002160 01  WS-PTOBAL-STATUS        PIC X(02).
002170     88  WS-PTOBAL-OK                 VALUE "00".
002180     88  WS-PTOBAL-EOF                VALUE "10".
002190     88  WS-PTOBAL-FILE-MISSING       VALUE "35".
002200
002210 01  WS-DEPTAPPR-STATUS      PIC X(02).
002220     88  WS-DEPTAPPR-OK               VALUE "00".
002230     88  WS-DEPTAPPR-EOF              VALUE "10".
002240
002250 01  WS-COMPCTL-STATUS       PIC X(02).
002260     88  WS-COMPCTL-OK                VALUE "00".
002270     88  WS-COMPCTL-FILE-MISSING      VALUE "35".
002280
002290 01  WS-TIMECRD-STATUS       PIC X(02).
002300     88  WS-TIMECRD-OK                VALUE "00".
002310     88  WS-TIMECRD-EOF               VALUE "10".
002320     88  WS-TIMECRD-FILE-MISSING      VALUE "35".
002330
002340 01  WS-EDTRPT-STATUS        PIC X(02).
002350     88  WS-EDTRPT-OK                 VALUE "00".
002360
002370 01  WS-EXCRPT-STATUS        PIC X(02).
002380     88  WS-EXCRPT-OK                 VALUE "00".
002390
002400 01  WS-SWITCHES.
002410     05  WS-ABORT-SWITCH     PIC X(01)   VALUE "N".
002420         88  WS-RUN-ABORTED              VALUE "Y".
002430     05  WS-BATCH-EOF-SWITCH PIC X(01)   VALUE "N".
002440         88  WS-BATCH-AT-END             VALUE "Y".
002450     05  WS-CTRL-EOF-SWITCH  PIC X(01)   VALUE "N".
002460         88  WS-CTRL-AT-END              VALUE "Y".
002470     05  CTRL-FOUND-SWITCH   PIC X(01)   VALUE "N".
002480         88  CTRL-FOUND                  VALUE "Y".
002490     05  BATCH-OPEN-SWITCH   PIC X(01)   VALUE "N".
002500         88  BATCH-OPEN                  VALUE "Y".
002510     05  BATCH-OVERFLOW-SWITCH PIC X(01) VALUE "N".
002520         88  BATCH-OVERFLOW              VALUE "Y".
002530     05  BATCH-HEADER-SWITCH PIC X(01)   VALUE "Y".
002540         88  BATCH-HEADER-VALID          VALUE "Y".
002550     05  PERIOD-FOUND-SWITCH PIC X(01)   VALUE "N".
002560         88  PERIOD-FOUND                VALUE "Y".
002570     05  APPROVER-FOUND-SWITCH PIC X(01) VALUE "N".
002580         88  APPROVER-FOUND              VALUE "Y".
002590     05  DUPLICATE-SWITCH    PIC X(01)   VALUE "N".
002600         88  DUPLICATE-CARD              VALUE "Y".
002610
002620*-----------------------------------------------------------*
002630* RUN DATE FOR THE REPORT HEADINGS                           *
002640*-----------------------------------------------------------*
002650 01  WS-SYSTEM-DATE.
002660     05  WS-SYSTEM-YYYY      PIC 9(04).
002670     05  WS-SYSTEM-MM        PIC 9(02).
002680     05  WS-SYSTEM-DD        PIC 9(02).
002690
002700 01  WS-RUN-DATE-DISPLAY     PIC X(10).
002710
002720 01  WORK-DATE               PIC 9(08)     VALUE ZERO.
002730 01  WORK-DATE-SPLIT REDEFINES WORK-DATE.
002740     05  WKD-YYYY            PIC 9(04).
002750     05  WKD-MM              PIC 9(02).
002760     05  WKD-DD              PIC 9(02).
002770 01  WORK-DATE-DISPLAY       PIC X(10).
002780
002790*-----------------------------------------------------------*
002800* COMPANY CONTROL - THE RECORD IN EFFECT ON THE RUN DATE     *
002810* SUPPLIES THE PAY RUN'S MAXIMUM HOURS AND THE DAILY AND     *
002820* WEEKLY HOUR LIMITS; RECORDS WRITTEN BEFORE THE LIMITS WERE *
002830* ADDED LEAVE THE COMPILED VALUES IN USE                     *
002840*-----------------------------------------------------------*
002850 01  CTRL-AS-OF-DATE         PIC 9(08)     VALUE ZERO.
002860 01  CTRL-BEST-DATE          PIC 9(08)     VALUE ZERO.
002870 01  CTRL-HOLD-RECORD        PIC X(126).
002880 01  CTRL-HOLD-FIELDS REDEFINES CTRL-HOLD-RECORD.
002890     05  CT-EFFECTIVE-DATE   PIC 9(08).
002900     05  FILLER              PIC X(46).
002910     05  CT-MAX-HOURS        PIC 9(03).
002920     05  FILLER              PIC X(64).
002930     05  CT-MAX-DAY-HOURS    PIC 9(02).
002940     05  CT-MAX-WEEK-HOURS   PIC 9(03).
002950
002960 01  HOUR-LIMITS.
002970     05  DAY-HOURS-LIMIT     PIC 9(02)     VALUE 16.
002980     05  WEEK-HOURS-LIMIT    PIC 9(03)     VALUE 60.
002990     05  PERIOD-HOURS-MAX    PIC 9(03)     VALUE 168.
003000
003010*-----------------------------------------------------------*
003020* WEEKS PER PAY PERIOD BY CYCLE - THE WEEKLY LIMIT TIMES THE *
003030* WEEKS IN THE PERIOD, NEVER MORE THAN THE PAY RUN'S MAXIMUM *
003040* HOURS, IS THE MOST AN EMPLOYEE MAY CARRY FOR ONE PERIOD    *
003050*-----------------------------------------------------------*
003060 01  WEEKS-PER-CYCLE-VALUES.
003070     05  FILLER              PIC X(02)   VALUE "W1".
003080     05  FILLER              PIC X(02)   VALUE "B2".
003090     05  FILLER              PIC X(02)   VALUE "S3".
003100     05  FILLER              PIC X(02)   VALUE "M5".
003110 01  WEEKS-PER-CYCLE-TABLE REDEFINES WEEKS-PER-CYCLE-VALUES.
003120     05  WPC-ENTRY           OCCURS 4 TIMES.
003130         10  WPC-CYCLE-CODE      PIC X(01).
003140         10  WPC-WEEKS           PIC 9(01).
003150 01  WPC-IDX                 PIC 9(01)  COMP  VALUE ZERO.
003160 01  PERIOD-WEEKS            PIC 9(01)     VALUE 1.
003170 01  PERIOD-HOURS-LIMIT      PIC 9(04)     VALUE ZERO.
003180
003190*-----------------------------------------------------------*
003200* EMPLOYEE MASTER - ID, NAME, HOME DEPARTMENT, PAY FREQUENCY *
003210*-----------------------------------------------------------*
003220 01  EMT-COUNT               PIC 9(03)  COMP  VALUE ZERO.
003230 01  EMT-IDX                 PIC 9(03)  COMP  VALUE ZERO.
003240 01  EMT-MAX-ENTRIES         PIC 9(03)  COMP  VALUE 500.
003250 01  EMP-SEARCH-ID           PIC 9(03)     VALUE ZERO.
003260 01  EMP-MASTER-TABLE.
003270     05  EMT-ENTRY           OCCURS 500 TIMES.
003280         10  EMT-ID-NUMERIC      PIC 9(03).
003290         10  EMT-NAME-ALPHA      PIC X(20).
003300         10  EMT-DEPT-CODE       PIC X(03).
003310         10  EMT-PAY-FREQUENCY   PIC X(01).
003320
003330*-----------------------------------------------------------*
003340* PAY-PERIOD CONTROL - ONE RECORD PER PAY CYCLE              *
003350*-----------------------------------------------------------*
003360 01  PDT-COUNT               PIC 9(02)  COMP  VALUE ZERO.
003370 01  PDT-IDX                 PIC 9(02)  COMP  VALUE ZERO.
003380 01  PDT-MAX-ENTRIES         PIC 9(02)  COMP  VALUE 10.
003390 01  PDT-OPEN-COUNT          PIC 9(02)  COMP  VALUE ZERO.
003400 01  PERIOD-SEARCH-CYCLE     PIC X(01)     VALUE SPACE.
003410 01  PERIOD-TABLE.
003420     05  PDT-ENTRY           OCCURS 10 TIMES.
003430         10  PDT-CYCLE-CODE      PIC X(01).
003440         10  PDT-PERIOD-END      PIC 9(08).
003450         10  PDT-STATUS          PIC X(01).
003460             88  PDT-PERIOD-OPEN           VALUE "O".
003470
003480*-----------------------------------------------------------*
003490* PTO HOURS AVAILABLE - THE BALANCE LESS THE LEAVE HOURS ON  *
003500* CARDS ALREADY RELEASED AND NOT YET PAID                    *
003510*-----------------------------------------------------------*
003520 01  PTT-COUNT               PIC 9(03)  COMP  VALUE ZERO.
003530 01  PTT-IDX                 PIC 9(03)  COMP  VALUE ZERO.
003540 01  PTT-MAX-ENTRIES         PIC 9(03)  COMP  VALUE 500.
003550 01  PTO-SEARCH-ID           PIC 9(03)     VALUE ZERO.
003560 01  PTO-AVAIL-TABLE.
003570     05  PTT-ENTRY           OCCURS 500 TIMES.
003580         10  PTT-ID-NUMERIC      PIC 9(03).
003590         10  PTT-VAC-AVAIL       PIC 9(05)V99.
003600         10  PTT-SICK-AVAIL      PIC 9(05)V99.
003610
003620*-----------------------------------------------------------*
003630* DEPARTMENT APPROVERS                                       *
003640*-----------------------------------------------------------*
003650 01  APT-COUNT               PIC 9(03)  COMP  VALUE ZERO.
003660 01  APT-IDX                 PIC 9(03)  COMP  VALUE ZERO.
003670 01  APT-MAX-ENTRIES         PIC 9(03)  COMP  VALUE 100.
003680 01  APPROVER-SEARCH-DEPT    PIC X(03)     VALUE SPACES.
003690 01  APPROVER-SEARCH-ID      PIC X(08)     VALUE SPACES.
003700 01  APPROVER-TABLE.
003710     05  APT-ENTRY           OCCURS 100 TIMES.
003720         10  APT-DEPT-CODE       PIC X(03).
003730         10  APT-APPROVER-ID     PIC X(08).
003740         10  APT-APPROVER-NAME   PIC X(20).
003750
003760*-----------------------------------------------------------*
003770* TIMECARD FILE - CARDS RELEASED BY EARLIER RUNS FOR A PERIOD*
003780* STILL OPEN, THEN THE CARDS RELEASED BY THIS RUN; THE FILE  *
003790* IS REWRITTEN FROM THIS TABLE AT END OF RUN. THE LIMIT      *
003800* MATCHES THE PAY RUN'S TIMECARD TABLE                       *
003810*-----------------------------------------------------------*
003820 01  TKT-COUNT               PIC 9(03)  COMP  VALUE ZERO.
003830 01  TKT-IDX                 PIC 9(03)  COMP  VALUE ZERO.
003840 01  TKT-MAX-ENTRIES         PIC 9(03)  COMP  VALUE 500.
003850 01  RELEASED-CARD-TABLE.
003860     05  TKT-ENTRY           OCCURS 500 TIMES.
003870         10  TKT-ID-NUMERIC      PIC 9(03).
003880         10  TKT-WEEK-ENDING     PIC 9(08).
003890         10  TKT-HOURS-NUMERIC   PIC 9(03).
003900         10  TKT-SHIFT-CODE      PIC X(01).
003910         10  TKT-DEPT-CODE       PIC X(03).
003920         10  TKT-EARN-TYPE       PIC X(01).
003930
003940*-----------------------------------------------------------*
003950* CARDS OF THE BATCH BEING READ - HELD UNTIL THE NEXT HEADER *
003960* OR END OF FILE SHOWS WHETHER THE BATCH BALANCES            *
003970*-----------------------------------------------------------*
003980 01  BC-COUNT                PIC 9(03)  COMP  VALUE ZERO.
003990 01  BC-IDX                  PIC 9(03)  COMP  VALUE ZERO.
004000 01  BC-SCAN-IDX             PIC 9(03)  COMP  VALUE ZERO.
004010 01  BC-MAX-ENTRIES          PIC 9(03)  COMP  VALUE 200.
004020 01  DAY-IDX                 PIC 9(01)  COMP  VALUE ZERO.
004030 01  BATCH-CARD-TABLE.
004040     05  BC-ENTRY            OCCURS 200 TIMES.
004050         10  BC-CARD-DATA.
004060             15  FILLER              PIC X(01).
004070             15  BC-ID-ALPHA         PIC X(03).
004080             15  BC-ID-NUMERIC REDEFINES BC-ID-ALPHA
004090                                     PIC 9(03).
004100             15  BC-WEEK-ENDING      PIC 9(08).
004110             15  BC-HOURS-ALPHA      PIC X(03).
004120             15  BC-HOURS-NUMERIC REDEFINES BC-HOURS-ALPHA
004130                                     PIC 9(03).
004140             15  BC-SHIFT-CODE       PIC X(01).
004150                 88  BC-SHIFT-VALID            VALUES "1" "2" "3"
004160                                                      " ".
004170             15  BC-DEPT-CODE        PIC X(03).
004180             15  BC-EARN-TYPE        PIC X(01).
004190                 88  BC-EARN-REGULAR           VALUES "R" " ".
004200                 88  BC-EARN-VACATION          VALUE "V".
004210                 88  BC-EARN-SICK              VALUE "S".
004220                 88  BC-EARN-VALID             VALUES "R" "O" "V"
004230                                                      "S" "H" " ".
004240             15  BC-DAILY-HOURS.
004250                 20  BC-DAY-HOURS        PIC 9(02)
004260                                         OCCURS 7 TIMES.
004270         10  BC-CLEAN-SWITCH     PIC X(01).
004280             88  BC-CARD-CLEAN             VALUE "Y".
004290
004300*-----------------------------------------------------------*
004310* BATCH HEADER AND RUNNING BATCH TOTALS                      *
004320*-----------------------------------------------------------*
004330 01  BATCH-NUMBER            PIC 9(05)     VALUE ZERO.
004340 01  BATCH-DEPT-CODE         PIC X(03)     VALUE SPACES.
004350 01  BATCH-APPROVER-ID       PIC X(08)     VALUE SPACES.
004360 01  BATCH-HDR-CARD-COUNT    PIC 9(05)     VALUE ZERO.
004370 01  BATCH-HDR-HOURS-HASH    PIC 9(07)     VALUE ZERO.
004380 01  BATCH-CARD-COUNT        PIC 9(05)  COMP  VALUE ZERO.
004390 01  BATCH-HOURS-HASH        PIC 9(07)     VALUE ZERO.
004400 01  BATCH-RELEASED-COUNT    PIC 9(05)  COMP  VALUE ZERO.
004410 01  BATCH-REJECTED-COUNT    PIC 9(05)  COMP  VALUE ZERO.
004420 01  BATCH-HOLD-REASON       PIC X(40)     VALUE SPACES.
004430
004440*-----------------------------------------------------------*
004450* CARD EDIT WORK FIELDS                                      *
004460*-----------------------------------------------------------*
004470 01  CARD-REJECT-REASON      PIC X(40)     VALUE SPACES.
004480 01  CARD-EMP-IDX            PIC 9(03)  COMP  VALUE ZERO.
004490 01  DAILY-HOURS-TOTAL       PIC 9(04)     VALUE ZERO.
004500 01  EMP-WEEK-HOURS          PIC 9(05)     VALUE ZERO.
004510 01  EMP-BATCH-VAC-HOURS     PIC 9(05)     VALUE ZERO.
004520 01  EMP-BATCH-SICK-HOURS    PIC 9(05)     VALUE ZERO.
004530 01  LEAVE-HOURS-WANTED      PIC 9(05)V99  VALUE ZERO.
004540 01  SCAN-EARN-TYPE          PIC X(01)     VALUE SPACE.
004550 01  DRAW-EARN-TYPE          PIC X(01)     VALUE SPACE.
004560     88  DRAW-VACATION                   VALUE "V".
004570
004580*-----------------------------------------------------------*
004590* EXCEPTIONS - EVERY REJECTED CARD AND HELD BATCH, LISTED    *
004600* BY DEPARTMENT AT END OF RUN                                *
004610*-----------------------------------------------------------*
004620 01  EXT-COUNT               PIC 9(03)  COMP  VALUE ZERO.
004630 01  EXT-IDX                 PIC 9(03)  COMP  VALUE ZERO.
004640 01  EXT-SCAN-IDX            PIC 9(03)  COMP  VALUE ZERO.
004650 01  EXT-MAX-ENTRIES         PIC 9(03)  COMP  VALUE 500.
004660 01  EXCEPTION-TABLE.
004670     05  EXT-ENTRY           OCCURS 500 TIMES.
004680         10  EXT-DEPT-CODE       PIC X(03).
004690         10  EXT-BATCH-NUMBER    PIC 9(05).
004700         10  EXT-ID-ALPHA        PIC X(03).
004710         10  EXT-NAME-ALPHA      PIC X(23).
004720         10  EXT-WEEK-ENDING     PIC X(10).
004730         10  EXT-EARN-TYPE       PIC X(01).
004740         10  EXT-HOURS-ALPHA     PIC X(03).
004750         10  EXT-REASON          PIC X(40).
004760         10  EXT-PRINTED-SWITCH  PIC X(01).
004770             88  EXT-PRINTED               VALUE "Y".
004780 01  LIST-DEPT-CODE          PIC X(03)     VALUE SPACES.
004790 01  LIST-DEPT-COUNT         PIC 9(05)  COMP  VALUE ZERO.
004800
004810*-----------------------------------------------------------*
004820* RUN CONTROL COUNTS AND TOTALS                              *
004830*-----------------------------------------------------------*
004840 01  BATCHES-READ-COUNT      PIC 9(05) COMP VALUE ZERO.
004850 01  BATCHES-RELEASED-COUNT  PIC 9(05) COMP VALUE ZERO.
004860 01  BATCHES-HELD-COUNT      PIC 9(05) COMP VALUE ZERO.
004870 01  CARDS-READ-COUNT        PIC 9(05) COMP VALUE ZERO.
004880 01  CARDS-RELEASED-COUNT    PIC 9(05) COMP VALUE ZERO.
004890 01  CARDS-REJECTED-COUNT    PIC 9(05) COMP VALUE ZERO.
004900 01  CARDS-HELD-COUNT        PIC 9(05) COMP VALUE ZERO.
004910 01  CARDS-ON-FILE-COUNT     PIC 9(05) COMP VALUE ZERO.
004920 01  CARDS-DROPPED-COUNT     PIC 9(05) COMP VALUE ZERO.
004930 01  WS-TOTAL-HOURS-RELEASED PIC 9(07)     VALUE ZERO.
004940
004950*-----------------------------------------------------------*
004960* EDIT-REPORT PRINT LINES - ONE LINE PER BATCH               *
004970*-----------------------------------------------------------*
004980 01  WS-EDIT-HEADING.
004990     05  FILLER              PIC X(42)   VALUE
005000             "TIMECARD PRE-EDIT AND BATCH BALANCING".
005010     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
005020     05  EH-RUN-DATE         PIC X(10).
005030     05  FILLER              PIC X(70)   VALUE SPACES.
005040
005050 01  WS-EDIT-COLUMN-LINE.
005060     05  FILLER              PIC X(26)   VALUE
005070             "BATCH DEPT APPROVER".
005080     05  FILLER              PIC X(36)   VALUE
005090             "HDR CARDS  CARDS  HDR HASH   HOURS".
005100     05  FILLER              PIC X(20)   VALUE
005110             "RELEASED  REJECTED".
005120     05  FILLER              PIC X(50)   VALUE "STATUS".
005130
005140 01  WS-BATCH-LINE.
005150     05  BL-BATCH            PIC 9(05).
005160     05  FILLER              PIC X(01)   VALUE SPACES.
005170     05  BL-DEPT             PIC X(03).
005180     05  FILLER              PIC X(02)   VALUE SPACES.
005190     05  BL-APPROVER         PIC X(08).
005200     05  FILLER              PIC X(07)   VALUE SPACES.
005210     05  BL-HDR-COUNT        PIC ZZZZ9.
005220     05  FILLER              PIC X(02)   VALUE SPACES.
005230     05  BL-COUNT            PIC ZZZZ9.
005240     05  FILLER              PIC X(03)   VALUE SPACES.
005250     05  BL-HDR-HASH         PIC ZZZZZZ9.
005260     05  FILLER              PIC X(01)   VALUE SPACES.
005270     05  BL-HASH             PIC ZZZZZZ9.
005280     05  FILLER              PIC X(05)   VALUE SPACES.
005290     05  BL-RELEASED         PIC ZZZZ9.
005300     05  FILLER              PIC X(05)   VALUE SPACES.
005310     05  BL-REJECTED         PIC ZZZZ9.
005320     05  FILLER              PIC X(05)   VALUE SPACES.
005330     05  BL-STATUS           PIC X(50)   VALUE SPACES.
005340     05  FILLER              PIC X(01)   VALUE SPACES.
005350
005360 01  WS-SUMMARY-LINE.
005370     05  SM-LABEL            PIC X(40).
005380     05  SM-COUNT            PIC ZZZZZZ9.
005390     05  FILLER              PIC X(85)   VALUE SPACES.
005400
005410 01  WS-NO-BATCH-LINE.
005420     05  FILLER              PIC X(40)   VALUE
005430             "NO TIMECARD BATCHES ON THE FILE".
005440     05  FILLER              PIC X(92)   VALUE SPACES.
005450
005460*-----------------------------------------------------------*
005470* EXCEPTION-REPORT PRINT LINES - ONE LIST PER DEPARTMENT     *
005480* FOR THE SUPERVISOR TO CORRECT AND RESUBMIT                 *
005490*-----------------------------------------------------------*
005500 01  WS-DEPT-HEADING.
005510     05  FILLER              PIC X(35)   VALUE
005520             "TIMECARD EXCEPTIONS FOR DEPARTMENT ".
005530     05  DH-DEPT             PIC X(03).
005540     05  FILLER              PIC X(13)   VALUE "   APPROVER: ".
005550     05  DH-APPROVER         PIC X(20).
005560     05  FILLER              PIC X(13)   VALUE "   RUN DATE: ".
005570     05  DH-RUN-DATE         PIC X(10).
005580     05  FILLER              PIC X(38)   VALUE SPACES.
005590
005600 01  WS-EXC-COLUMN-LINE.
005610     05  FILLER              PIC X(36)   VALUE
005620             "BATCH  EMP  NAME".
005630     05  FILLER              PIC X(31)   VALUE
005640             "WEEK ENDING  TYPE  HOURS".
005650     05  FILLER              PIC X(65)   VALUE "REASON".
005660
005670 01  WS-EXC-LINE.
005680     05  EXL-BATCH           PIC ZZZZ9.
005690     05  FILLER              PIC X(02)   VALUE SPACES.
005700     05  EXL-ID              PIC X(03).
005710     05  FILLER              PIC X(02)   VALUE SPACES.
005720     05  EXL-NAME            PIC X(23).
005730     05  FILLER              PIC X(01)   VALUE SPACES.
005740     05  EXL-WEEK-ENDING     PIC X(10).
005750     05  FILLER              PIC X(05)   VALUE SPACES.
005760     05  EXL-TYPE            PIC X(01).
005770     05  FILLER              PIC X(06)   VALUE SPACES.
005780     05  EXL-HOURS           PIC X(03).
005790     05  FILLER              PIC X(06)   VALUE SPACES.
005800     05  EXL-REASON          PIC X(40).
005810     05  FILLER              PIC X(25)   VALUE SPACES.
005820
005830 01  WS-DEPT-TOTAL-LINE.
005840     05  FILLER              PIC X(30)   VALUE
005850             "EXCEPTIONS FOR DEPARTMENT".
005860     05  DTL-COUNT           PIC ZZZZ9.
005870     05  FILLER              PIC X(97)   VALUE SPACES.
005880
005890 01  WS-NO-EXCEPTION-LINE.
005900     05  FILLER              PIC X(40)   VALUE
005910             "NO TIMECARD EXCEPTIONS THIS RUN".
005920     05  FILLER              PIC X(92)   VALUE SPACES.
005930
005940 01  WS-BLANK-LINE           PIC X(132)  VALUE SPACES.
005950
005960 PROCEDURE DIVISION.
005970*-----------------------------------------------------------*
005980* 0000-MAINLINE                                              *
005990*-----------------------------------------------------------*
006000 0000-MAINLINE.
006010     PERFORM 1000-INITIALIZE THRU 1000-EXIT
006020     IF NOT WS-RUN-ABORTED
006030         PERFORM 2000-READ-BATCH-RECORD THRU 2000-EXIT
006040             UNTIL WS-BATCH-AT-END
006050         IF BATCH-OPEN
006060             PERFORM 2500-CLOSE-BATCH THRU 2500-EXIT
006070         END-IF
006080         PERFORM 4000-REWRITE-TIMECARDS THRU 4000-EXIT
006090         PERFORM 5000-WRITE-DEPT-EXCEPTIONS THRU 5000-EXIT
006100     END-IF
006110     PERFORM 3000-TERMINATE THRU 3000-EXIT
006120     STOP RUN.
006130
006140*-----------------------------------------------------------*
006150* 1000-INITIALIZE - THE BATCH FILE, EMPLOYEE MASTER, PAY     *
006160* PERIOD CONTROL, AND APPROVER FILE MUST ALL BE PRESENT;     *
006170* NOTHING IS RELEASED WHEN ANY OF THEM IS MISSING            *
006180*-----------------------------------------------------------*
006190 1000-INITIALIZE.
006200     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
006210     STRING WS-SYSTEM-MM   DELIMITED BY SIZE
006220            "/"            DELIMITED BY SIZE
006230            WS-SYSTEM-DD   DELIMITED BY SIZE
006240            "/"            DELIMITED BY SIZE
006250            WS-SYSTEM-YYYY DELIMITED BY SIZE
006260         INTO WS-RUN-DATE-DISPLAY
006270     END-STRING
006280
006290     OPEN OUTPUT EDIT-REPORT
006300     IF NOT WS-EDTRPT-OK
006310         DISPLAY "ERROR OPENING EDIT-REPORT, STATUS = "
006320             WS-EDTRPT-STATUS
006330         MOVE "Y" TO WS-ABORT-SWITCH
006340         GO TO 1000-EXIT
006350     END-IF
006360     MOVE WS-RUN-DATE-DISPLAY TO EH-RUN-DATE
006370     WRITE EDIT-REPORT-RECORD FROM WS-EDIT-HEADING
006380     WRITE EDIT-REPORT-RECORD FROM WS-BLANK-LINE
006390     WRITE EDIT-REPORT-RECORD FROM WS-EDIT-COLUMN-LINE
006400
006410     OPEN OUTPUT EXCEPTION-REPORT
006420     IF NOT WS-EXCRPT-OK
006430         DISPLAY "ERROR OPENING EXCEPTION-REPORT, STATUS = "
006440             WS-EXCRPT-STATUS
006450         MOVE "Y" TO WS-ABORT-SWITCH
006460         GO TO 1000-EXIT
006470     END-IF
006480
006490     OPEN INPUT TIMECARD-BATCH
006500     IF NOT WS-TCBATCH-OK
006510         DISPLAY "ERROR OPENING TIMECARD-BATCH, STATUS = "
006520             WS-TCBATCH-STATUS " - NO TIMECARDS RELEASED"
006530         MOVE "Y" TO WS-ABORT-SWITCH
006540         GO TO 1000-EXIT
006550     END-IF
006560
006570     PERFORM 1100-LOAD-COMPANY-CONTROL THRU 1100-EXIT
006580
006590     OPEN INPUT PAY-PERIOD-CONTROL
006600     IF NOT WS-PAYCTL-OK
006610         DISPLAY "ERROR OPENING PAY-PERIOD-CONTROL, STATUS = "
006620             WS-PAYCTL-STATUS " - NO TIMECARDS RELEASED"
006630         MOVE "Y" TO WS-ABORT-SWITCH
006640         GO TO 1000-EXIT
006650     END-IF
006660     PERFORM 1200-LOAD-PAY-PERIOD THRU 1200-EXIT
006670         UNTIL WS-PAYCTL-EOF
006680     CLOSE PAY-PERIOD-CONTROL
006690     IF PDT-OPEN-COUNT = ZERO
006700         DISPLAY "NO PAY PERIOD IS OPEN - EVERY CARD WILL BE "
006710             "REJECTED"
006720     END-IF
006730
006740     OPEN INPUT EMPLOYEE-MASTER
006750     IF NOT WS-EMPMSTR-OK
006760         DISPLAY "ERROR OPENING EMPLOYEE-MASTER, STATUS = "
006770             WS-EMPMSTR-STATUS " - NO TIMECARDS RELEASED"
006780         MOVE "Y" TO WS-ABORT-SWITCH
006790         GO TO 1000-EXIT
006800     END-IF
006810     PERFORM 1300-LOAD-EMPLOYEE THRU 1300-EXIT
006820         UNTIL WS-EMPMSTR-EOF
006830     CLOSE EMPLOYEE-MASTER
006840
006850     OPEN INPUT PTO-BALANCE
006860     IF WS-PTOBAL-FILE-MISSING
006870         DISPLAY "PTO-BALANCE NOT FOUND - LEAVE CARDS WILL BE "
006880             "REJECTED"
006890     ELSE
006900         IF NOT WS-PTOBAL-OK
006910             DISPLAY "ERROR OPENING PTO-BALANCE, STATUS = "
006920                 WS-PTOBAL-STATUS " - NO TIMECARDS RELEASED"
006930             MOVE "Y" TO WS-ABORT-SWITCH
006940             GO TO 1000-EXIT
006950         END-IF
006960         PERFORM 1400-LOAD-PTO-BALANCE THRU 1400-EXIT
006970             UNTIL WS-PTOBAL-EOF
006980         CLOSE PTO-BALANCE
006990     END-IF
007000
007010     OPEN INPUT DEPT-APPROVER
007020     IF NOT WS-DEPTAPPR-OK
007030         DISPLAY "ERROR OPENING DEPT-APPROVER, STATUS = "
007040             WS-DEPTAPPR-STATUS " - NO TIMECARDS RELEASED"
007050         MOVE "Y" TO WS-ABORT-SWITCH
007060         GO TO 1000-EXIT
007070     END-IF
007080     PERFORM 1500-LOAD-APPROVER THRU 1500-EXIT
007090         UNTIL WS-DEPTAPPR-EOF
007100     CLOSE DEPT-APPROVER
007110
007120     OPEN INPUT TIMECARD-FILE
007130     IF WS-TIMECRD-FILE-MISSING
007140         GO TO 1000-EXIT
007150     END-IF
007160     IF NOT WS-TIMECRD-OK
007170         DISPLAY "ERROR OPENING TIMECARD-FILE, STATUS = "
007180             WS-TIMECRD-STATUS " - NO TIMECARDS RELEASED"
007190         MOVE "Y" TO WS-ABORT-SWITCH
007200         GO TO 1000-EXIT
007210     END-IF
007220     PERFORM 1600-LOAD-RELEASED-CARD THRU 1600-EXIT
007230         UNTIL WS-TIMECRD-EOF
007240            OR WS-RUN-ABORTED
007250     CLOSE TIMECARD-FILE.
007260 1000-EXIT.
007270     EXIT.
007280
007290*-----------------------------------------------------------*
007300* 1100-LOAD-COMPANY-CONTROL - KEEP THE RECORD WITH THE LATEST*
007310* EFFECTIVE DATE NOT AFTER THE RUN DATE; THE COMPILED LIMITS *
007320* STAND WHEN THERE IS NONE                                   *
007330*-----------------------------------------------------------*
007340 1100-LOAD-COMPANY-CONTROL.
007350     MOVE WS-SYSTEM-DATE TO CTRL-AS-OF-DATE
007360     OPEN INPUT COMPANY-CONTROL
007370     IF WS-COMPCTL-FILE-MISSING
007380         DISPLAY "COMPANY-CONTROL NOT FOUND - COMPILED "
007390             "DEFAULT HOUR LIMITS IN USE"
007400         GO TO 1100-EXIT
007410     END-IF
007420     IF NOT WS-COMPCTL-OK
007430         DISPLAY "ERROR OPENING COMPANY-CONTROL, STATUS = "
007440             WS-COMPCTL-STATUS " - DEFAULT HOUR LIMITS IN USE"
007450         GO TO 1100-EXIT
007460     END-IF
007470     PERFORM 1110-SELECT-CONTROL-RECORD THRU 1110-EXIT
007480         UNTIL WS-CTRL-AT-END
007490     CLOSE COMPANY-CONTROL
007500     IF NOT CTRL-FOUND
007510         GO TO 1100-EXIT
007520     END-IF
007530     IF CT-MAX-HOURS IS NUMERIC
007540         AND CT-MAX-HOURS > ZERO
007550         MOVE CT-MAX-HOURS TO PERIOD-HOURS-MAX
007560     END-IF
007570     IF CT-MAX-DAY-HOURS IS NUMERIC
007580         AND CT-MAX-DAY-HOURS > ZERO
007590         MOVE CT-MAX-DAY-HOURS TO DAY-HOURS-LIMIT
007600     END-IF
007610     IF CT-MAX-WEEK-HOURS IS NUMERIC
007620         AND CT-MAX-WEEK-HOURS > ZERO
007630         MOVE CT-MAX-WEEK-HOURS TO WEEK-HOURS-LIMIT
007640     END-IF.
007650 1100-EXIT.
007660     EXIT.
007670
007680*-----------------------------------------------------------*
007690* 1110-SELECT-CONTROL-RECORD                                 *
007700*-----------------------------------------------------------*
007710 1110-SELECT-CONTROL-RECORD.
007720     READ COMPANY-CONTROL
007730         AT END
007740             MOVE "Y" TO WS-CTRL-EOF-SWITCH
007750         NOT AT END
007760             IF CC-EFFECTIVE-DATE NOT > CTRL-AS-OF-DATE
007770                 AND CC-EFFECTIVE-DATE NOT < CTRL-BEST-DATE
007780                 MOVE CC-EFFECTIVE-DATE TO CTRL-BEST-DATE
007790                 MOVE COMPANY-CONTROL-RECORD TO CTRL-HOLD-RECORD
007800                 MOVE "Y" TO CTRL-FOUND-SWITCH
007810             END-IF
007820     END-READ.
007830 1110-EXIT.
007840     EXIT.
007850
007860*-----------------------------------------------------------*
007870* 1200-LOAD-PAY-PERIOD                                       *
007880*-----------------------------------------------------------*
007890 1200-LOAD-PAY-PERIOD.
007900     READ PAY-PERIOD-CONTROL
007910         AT END
007920             MOVE "10" TO WS-PAYCTL-STATUS
007930             GO TO 1200-EXIT
007940     END-READ
007950     IF PDT-COUNT NOT < PDT-MAX-ENTRIES
007960         DISPLAY "PAY-PERIOD CONTROL TABLE FULL - RECORD FOR "
007970             "CYCLE " PC-CYCLE-CODE " IGNORED"
007980         GO TO 1200-EXIT
007990     END-IF
008000     ADD 1 TO PDT-COUNT
008010     MOVE PC-CYCLE-CODE TO PDT-CYCLE-CODE(PDT-COUNT)
008020     MOVE PC-PERIOD-END TO PDT-PERIOD-END(PDT-COUNT)
008030     MOVE PC-STATUS     TO PDT-STATUS(PDT-COUNT)
008040     IF PC-PERIOD-OPEN
008050         ADD 1 TO PDT-OPEN-COUNT
008060     END-IF.
008070 1200-EXIT.
008080     EXIT.
008090
008100*-----------------------------------------------------------*
008110* 1300-LOAD-EMPLOYEE                                         *
008120*-----------------------------------------------------------*
008130 1300-LOAD-EMPLOYEE.
008140     READ EMPLOYEE-MASTER
008150         AT END
008160             MOVE "10" TO WS-EMPMSTR-STATUS
008170             GO TO 1300-EXIT
008180     END-READ
008190     IF EMT-COUNT NOT < EMT-MAX-ENTRIES
008200         DISPLAY "EMPLOYEE TABLE FULL - EMPLOYEE " EM-ID-NUMERIC
008210             " IGNORED"
008220         GO TO 1300-EXIT
008230     END-IF
008240     ADD 1 TO EMT-COUNT
008250     MOVE EM-ID-NUMERIC    TO EMT-ID-NUMERIC(EMT-COUNT)
008260     MOVE EM-NAME-ALPHA    TO EMT-NAME-ALPHA(EMT-COUNT)
008270     MOVE EM-DEPT-CODE     TO EMT-DEPT-CODE(EMT-COUNT)
008280     MOVE EM-PAY-FREQUENCY TO EMT-PAY-FREQUENCY(EMT-COUNT).
008290 1300-EXIT.
008300     EXIT.
008310
008320*-----------------------------------------------------------*
008330* 1400-LOAD-PTO-BALANCE                                      *
008340*-----------------------------------------------------------*
008350 1400-LOAD-PTO-BALANCE.
008360     READ PTO-BALANCE
008370         AT END
008380             MOVE "10" TO WS-PTOBAL-STATUS
008390             GO TO 1400-EXIT
008400     END-READ
008410     IF PTT-COUNT NOT < PTT-MAX-ENTRIES
008420         DISPLAY "PTO TABLE FULL - BALANCE FOR EMPLOYEE "
008430             PB-ID-NUMERIC " IGNORED"
008440         GO TO 1400-EXIT
008450     END-IF
008460     ADD 1 TO PTT-COUNT
008470     MOVE PB-ID-NUMERIC   TO PTT-ID-NUMERIC(PTT-COUNT)
008480     MOVE PB-VAC-BALANCE  TO PTT-VAC-AVAIL(PTT-COUNT)
008490     MOVE PB-SICK-BALANCE TO PTT-SICK-AVAIL(PTT-COUNT).
008500 1400-EXIT.
008510     EXIT.
008520
008530*-----------------------------------------------------------*
008540* 1500-LOAD-APPROVER                                         *
008550*-----------------------------------------------------------*
008560 1500-LOAD-APPROVER.
008570     READ DEPT-APPROVER
008580         AT END
008590             MOVE "10" TO WS-DEPTAPPR-STATUS
008600             GO TO 1500-EXIT
008610     END-READ
008620     IF APT-COUNT NOT < APT-MAX-ENTRIES
008630         DISPLAY "APPROVER TABLE FULL - APPROVER " DA-APPROVER-ID
008640             " FOR DEPARTMENT " DA-DEPT-CODE " IGNORED"
008650         GO TO 1500-EXIT
008660     END-IF
008670     ADD 1 TO APT-COUNT
008680     MOVE DA-DEPT-CODE     TO APT-DEPT-CODE(APT-COUNT)
008690     MOVE DA-APPROVER-ID   TO APT-APPROVER-ID(APT-COUNT)
008700     MOVE DA-APPROVER-NAME TO APT-APPROVER-NAME(APT-COUNT).
008710 1500-EXIT.
008720     EXIT.
008730
008740*-----------------------------------------------------------*
008750* 1600-LOAD-RELEASED-CARD - CARDS RELEASED BY AN EARLIER RUN *
008760* STAY ON FILE WHILE THEIR PERIOD IS OPEN AND COUNT AGAINST  *
008770* THE DUPLICATE, HOURS, AND PTO EDITS; CARDS FOR A PERIOD NO *
008780* LONGER OPEN HAVE BEEN PAID OR REJECTED BY THE PAY RUN AND  *
008790* ARE DROPPED WHEN THE FILE IS REWRITTEN                     *
008800*-----------------------------------------------------------*
008810 1600-LOAD-RELEASED-CARD.
008820     READ TIMECARD-FILE
008830         AT END
008840             MOVE "10" TO WS-TIMECRD-STATUS
008850             GO TO 1600-EXIT
008860     END-READ
008870     ADD 1 TO CARDS-ON-FILE-COUNT
008880     MOVE "N" TO PERIOD-FOUND-SWITCH
008890     PERFORM 1650-CHECK-OPEN-PERIOD-END THRU 1650-EXIT
008900         VARYING PDT-IDX FROM 1 BY 1
008910         UNTIL PDT-IDX > PDT-COUNT
008920            OR PERIOD-FOUND
008930     IF NOT PERIOD-FOUND
008940         ADD 1 TO CARDS-DROPPED-COUNT
008950         GO TO 1600-EXIT
008960     END-IF
008970     IF TKT-COUNT NOT < TKT-MAX-ENTRIES
008980         DISPLAY "TIMECARD TABLE FULL LOADING TIMECARD-FILE - "
008990             "NO TIMECARDS RELEASED"
009000         MOVE "Y" TO WS-ABORT-SWITCH
009010         GO TO 1600-EXIT
009020     END-IF
009030     ADD 1 TO TKT-COUNT
009040     MOVE TC-ID-NUMERIC    TO TKT-ID-NUMERIC(TKT-COUNT)
009050     MOVE TC-WEEK-ENDING   TO TKT-WEEK-ENDING(TKT-COUNT)
009060     MOVE TC-HOURS-NUMERIC TO TKT-HOURS-NUMERIC(TKT-COUNT)
009070     MOVE TC-SHIFT-CODE    TO TKT-SHIFT-CODE(TKT-COUNT)
009080     MOVE TC-DEPT-CODE     TO TKT-DEPT-CODE(TKT-COUNT)
009090     MOVE TC-EARN-TYPE     TO TKT-EARN-TYPE(TKT-COUNT)
009100     IF TC-EARN-VACATION OR TC-EARN-SICK
009110         MOVE TC-ID-NUMERIC TO PTO-SEARCH-ID
009120         PERFORM 8400-FIND-PTO-ENTRY THRU 8400-EXIT
009130         IF PTT-IDX NOT = ZERO
009140             MOVE TC-HOURS-NUMERIC TO LEAVE-HOURS-WANTED
009150             MOVE TC-EARN-TYPE TO DRAW-EARN-TYPE
009160             PERFORM 8450-DRAW-PTO-AVAIL THRU 8450-EXIT
009170         END-IF
009180     END-IF.
009190 1600-EXIT.
009200     EXIT.
009210
009220*-----------------------------------------------------------*
009230* 1650-CHECK-OPEN-PERIOD-END                                 *
009240*-----------------------------------------------------------*
009250 1650-CHECK-OPEN-PERIOD-END.
009260     IF PDT-PERIOD-OPEN(PDT-IDX)
009270         AND PDT-PERIOD-END(PDT-IDX) = TC-WEEK-ENDING
009280         MOVE "Y" TO PERIOD-FOUND-SWITCH
009290     END-IF.
009300 1650-EXIT.
009310     EXIT.
009320
009330*-----------------------------------------------------------*
009340* 2000-READ-BATCH-RECORD - A HEADER CLOSES THE BATCH BEFORE  *
009350* IT AND STARTS THE NEXT; CARDS ARE HELD IN THE BATCH TABLE  *
009360* AND COUNTED TOWARD THE BATCH CONTROL TOTALS                *
009370*-----------------------------------------------------------*
009380 2000-READ-BATCH-RECORD.
009390     READ TIMECARD-BATCH
009400         AT END
009410             MOVE "Y" TO WS-BATCH-EOF-SWITCH
009420             GO TO 2000-EXIT
009430     END-READ
009440
009450     IF TB-BATCH-HEADER
009460         IF BATCH-OPEN
009470             PERFORM 2500-CLOSE-BATCH THRU 2500-EXIT
009480         END-IF
009490         PERFORM 2100-START-BATCH THRU 2100-EXIT
009500         GO TO 2000-EXIT
009510     END-IF
009520     IF NOT TB-BATCH-CARD
009530         DISPLAY "RECORD TYPE " TB-RECORD-TYPE
009540             " ON TIMECARD-BATCH NOT H OR C - IGNORED"
009550         GO TO 2000-EXIT
009560     END-IF
009570
009580     ADD 1 TO CARDS-READ-COUNT
009590     IF NOT BATCH-OPEN
009600         MOVE "CARD HAS NO BATCH HEADER - NOT RELEASED"
009610             TO CARD-REJECT-REASON
009620         PERFORM 2750-ADD-LOOSE-CARD-EXCEPTION THRU 2750-EXIT
009630         ADD 1 TO CARDS-REJECTED-COUNT
009640         GO TO 2000-EXIT
009650     END-IF
009660     ADD 1 TO BATCH-CARD-COUNT
009670     IF TBC-HOURS-NUMERIC IS NUMERIC
009680         ADD TBC-HOURS-NUMERIC TO BATCH-HOURS-HASH
009690     END-IF
009700     IF BC-COUNT NOT < BC-MAX-ENTRIES
009710         MOVE "Y" TO BATCH-OVERFLOW-SWITCH
009720         GO TO 2000-EXIT
009730     END-IF
009740     ADD 1 TO BC-COUNT
009750     MOVE TIMECARD-BATCH-RECORD TO BC-CARD-DATA(BC-COUNT)
009760     MOVE "N" TO BC-CLEAN-SWITCH(BC-COUNT).
009770 2000-EXIT.
009780     EXIT.
009790
009800*-----------------------------------------------------------*
009810* 2100-START-BATCH                                           *
009820*-----------------------------------------------------------*
009830 2100-START-BATCH.
009840     MOVE "Y" TO BATCH-OPEN-SWITCH
009850     MOVE "N" TO BATCH-OVERFLOW-SWITCH
009860     MOVE "Y" TO BATCH-HEADER-SWITCH
009870     ADD 1 TO BATCHES-READ-COUNT
009880     MOVE TBH-DEPT-CODE   TO BATCH-DEPT-CODE
009890     MOVE TBH-APPROVER-ID TO BATCH-APPROVER-ID
009900     IF TBH-BATCH-NUMBER IS NUMERIC
009910         MOVE TBH-BATCH-NUMBER TO BATCH-NUMBER
009920     ELSE
009930         MOVE ZERO TO BATCH-NUMBER
009940     END-IF
009950     IF TBH-CARD-COUNT IS NUMERIC
009960         AND TBH-HOURS-HASH IS NUMERIC
009970         MOVE TBH-CARD-COUNT TO BATCH-HDR-CARD-COUNT
009980         MOVE TBH-HOURS-HASH TO BATCH-HDR-HOURS-HASH
009990     ELSE
010000         MOVE ZERO TO BATCH-HDR-CARD-COUNT
010010         MOVE ZERO TO BATCH-HDR-HOURS-HASH
010020         MOVE "N" TO BATCH-HEADER-SWITCH
010030     END-IF
010040     MOVE ZERO TO BATCH-CARD-COUNT
010050     MOVE ZERO TO BATCH-HOURS-HASH
010060     MOVE ZERO TO BC-COUNT
010070     MOVE ZERO TO BATCH-RELEASED-COUNT
010080     MOVE ZERO TO BATCH-REJECTED-COUNT.
010090 2100-EXIT.
010100     EXIT.
010110
010120*-----------------------------------------------------------*
010130* 2500-CLOSE-BATCH - EDIT EVERY CARD SO THE SUPERVISOR GETS  *
010140* ALL THE CORRECTIONS AT ONCE, THEN RELEASE THE GOOD CARDS   *
010150* ONLY WHEN THE BATCH BALANCES AND ITS APPROVER IS AUTHORIZED*
010160* FOR THE DEPARTMENT; OTHERWISE THE WHOLE BATCH IS HELD      *
010170*-----------------------------------------------------------*
010180 2500-CLOSE-BATCH.
010190     MOVE "N" TO BATCH-OPEN-SWITCH
010200     MOVE SPACES TO BATCH-HOLD-REASON
010210     IF BATCH-OVERFLOW
010220         MOVE "MORE THAN 200 CARDS - SPLIT THE BATCH"
010230             TO BATCH-HOLD-REASON
010240     END-IF
010250     IF BATCH-HOLD-REASON = SPACES
010260         IF NOT BATCH-HEADER-VALID
010270             OR BATCH-CARD-COUNT NOT = BATCH-HDR-CARD-COUNT
010280             OR BATCH-HOURS-HASH NOT = BATCH-HDR-HOURS-HASH
010290             MOVE "BATCH OUT OF BALANCE WITH ITS HEADER"
010300                 TO BATCH-HOLD-REASON
010310         END-IF
010320     END-IF
010330     IF BATCH-HOLD-REASON = SPACES
010340         IF BATCH-APPROVER-ID = SPACES
010350             MOVE "NO APPROVER ID ON THE BATCH HEADER"
010360                 TO BATCH-HOLD-REASON
010370         ELSE
010380             MOVE BATCH-DEPT-CODE   TO APPROVER-SEARCH-DEPT
010390             MOVE BATCH-APPROVER-ID TO APPROVER-SEARCH-ID
010400             PERFORM 8300-FIND-APPROVER THRU 8300-EXIT
010410             IF NOT APPROVER-FOUND
010420                 MOVE "APPROVER NOT AUTHORIZED FOR DEPARTMENT"
010430                     TO BATCH-HOLD-REASON
010440             END-IF
010450         END-IF
010460     END-IF
010470
010480     PERFORM 2600-EDIT-CARD THRU 2600-EXIT
010490         VARYING BC-IDX FROM 1 BY 1
010500         UNTIL BC-IDX > BC-COUNT
010510
010520     IF BATCH-HOLD-REASON = SPACES
010530         PERFORM 2800-RELEASE-CARD THRU 2800-EXIT
010540             VARYING BC-IDX FROM 1 BY 1
010550             UNTIL BC-IDX > BC-COUNT
010560         ADD 1 TO BATCHES-RELEASED-COUNT
010570         MOVE "RELEASED" TO BL-STATUS
010580     ELSE
010590         ADD 1 TO BATCHES-HELD-COUNT
010600         COMPUTE CARDS-HELD-COUNT = CARDS-HELD-COUNT
010610             + BATCH-CARD-COUNT - BATCH-REJECTED-COUNT
010620         PERFORM 2720-ADD-BATCH-EXCEPTION THRU 2720-EXIT
010630         MOVE SPACES TO BL-STATUS
010640         STRING "HELD - "         DELIMITED BY SIZE
010650                BATCH-HOLD-REASON DELIMITED BY SIZE
010660             INTO BL-STATUS
010670         END-STRING
010680     END-IF
010690     PERFORM 2900-WRITE-BATCH-LINE THRU 2900-EXIT.
010700 2500-EXIT.
010710     EXIT.
010720
010730*-----------------------------------------------------------*
010740* 2600-EDIT-CARD - A CARD THAT PASSES EVERY EDIT IS MARKED   *
010750* CLEAN; THE FIRST EDIT A CARD FAILS IS ITS REJECT REASON    *
010760*-----------------------------------------------------------*
010770 2600-EDIT-CARD.
010780     MOVE SPACES TO CARD-REJECT-REASON
010790     PERFORM 2610-CHECK-CARD THRU 2610-EXIT
010800     IF CARD-REJECT-REASON = SPACES
010810         MOVE "Y" TO BC-CLEAN-SWITCH(BC-IDX)
010820     ELSE
010830         PERFORM 2700-ADD-CARD-EXCEPTION THRU 2700-EXIT
010840         ADD 1 TO BATCH-REJECTED-COUNT
010850         ADD 1 TO CARDS-REJECTED-COUNT
010860     END-IF.
010870 2600-EXIT.
010880     EXIT.
010890
010900*-----------------------------------------------------------*
010910* 2610-CHECK-CARD - EMPLOYEE, FIELD, AND PERIOD EDITS, THEN  *
010920* THE EDITS AGAINST THE CARDS ALREADY RELEASED AND THE CLEAN *
010930* CARDS EARLIER IN THIS BATCH. A BLANK CARD DEPARTMENT TAKES *
010940* THE HOME DEPARTMENT AND A BLANK EARNINGS TYPE BECOMES "R"  *
010950*-----------------------------------------------------------*
010960 2610-CHECK-CARD.
010970     MOVE ZERO TO CARD-EMP-IDX
010980     IF BC-ID-ALPHA(BC-IDX) IS NOT NUMERIC
010990         MOVE "EMPLOYEE ID NOT NUMERIC" TO CARD-REJECT-REASON
011000         GO TO 2610-EXIT
011010     END-IF
011020     MOVE BC-ID-NUMERIC(BC-IDX) TO EMP-SEARCH-ID
011030     PERFORM 8100-FIND-EMPLOYEE THRU 8100-EXIT
011040     IF EMT-IDX = ZERO
011050         MOVE "EMPLOYEE NOT ON MASTER" TO CARD-REJECT-REASON
011060         GO TO 2610-EXIT
011070     END-IF
011080     MOVE EMT-IDX TO CARD-EMP-IDX
011090     IF BC-DEPT-CODE(BC-IDX) = SPACES
011100         MOVE EMT-DEPT-CODE(EMT-IDX) TO BC-DEPT-CODE(BC-IDX)
011110     END-IF
011120     IF BC-EARN-TYPE(BC-IDX) = SPACE
011130         MOVE "R" TO BC-EARN-TYPE(BC-IDX)
011140     END-IF
011150     IF BC-HOURS-ALPHA(BC-IDX) IS NOT NUMERIC
011160         OR BC-HOURS-NUMERIC(BC-IDX) = ZERO
011170         MOVE "HOURS ZERO OR NOT NUMERIC" TO CARD-REJECT-REASON
011180         GO TO 2610-EXIT
011190     END-IF
011200     IF NOT BC-EARN-VALID(BC-IDX)
011210         MOVE "EARNINGS TYPE NOT R/O/V/S/H" TO CARD-REJECT-REASON
011220         GO TO 2610-EXIT
011230     END-IF
011240     IF NOT BC-SHIFT-VALID(BC-IDX)
011250         MOVE "SHIFT CODE NOT 1/2/3" TO CARD-REJECT-REASON
011260         GO TO 2610-EXIT
011270     END-IF
011280
011290     MOVE EMT-PAY-FREQUENCY(EMT-IDX) TO PERIOD-SEARCH-CYCLE
011300     PERFORM 8200-FIND-OPEN-PERIOD THRU 8200-EXIT
011310     IF NOT PERIOD-FOUND
011320         MOVE "NO OPEN PAY PERIOD FOR EMPLOYEE'S CYCLE"
011330             TO CARD-REJECT-REASON
011340         GO TO 2610-EXIT
011350     END-IF
011360     IF BC-WEEK-ENDING(BC-IDX) NOT = PDT-PERIOD-END(PDT-IDX)
011370         MOVE "WEEK ENDING IS NOT THE OPEN PERIOD END"
011380             TO CARD-REJECT-REASON
011390         GO TO 2610-EXIT
011400     END-IF
011410     IF BC-DEPT-CODE(BC-IDX) NOT = BATCH-DEPT-CODE
011420         MOVE "CARD DEPARTMENT IS NOT THE BATCH'S"
011430             TO CARD-REJECT-REASON
011440         GO TO 2610-EXIT
011450     END-IF
011460
011470     PERFORM 2620-CHECK-DAILY-HOURS THRU 2620-EXIT
011480     IF CARD-REJECT-REASON NOT = SPACES
011490         GO TO 2610-EXIT
011500     END-IF
011510
011520     MOVE ZERO TO EMP-WEEK-HOURS
011530     MOVE ZERO TO EMP-BATCH-VAC-HOURS
011540     MOVE ZERO TO EMP-BATCH-SICK-HOURS
011550     MOVE "N" TO DUPLICATE-SWITCH
011560     PERFORM 2640-SCAN-RELEASED-CARD THRU 2640-EXIT
011570         VARYING TKT-IDX FROM 1 BY 1
011580         UNTIL TKT-IDX > TKT-COUNT
011590     PERFORM 2650-SCAN-BATCH-CARD THRU 2650-EXIT
011600         VARYING BC-SCAN-IDX FROM 1 BY 1
011610         UNTIL BC-SCAN-IDX NOT < BC-IDX
011620     IF DUPLICATE-CARD
011630         MOVE "DUPLICATE CARD FOR THE SAME WEEK"
011640             TO CARD-REJECT-REASON
011650         GO TO 2610-EXIT
011660     END-IF
011670
011680     PERFORM 2660-SET-PERIOD-LIMIT THRU 2660-EXIT
011690     IF EMP-WEEK-HOURS + BC-HOURS-NUMERIC(BC-IDX)
011700         > PERIOD-HOURS-LIMIT
011710         MOVE "HOURS OVER THE WEEKLY LIMIT" TO CARD-REJECT-REASON
011720         GO TO 2610-EXIT
011730     END-IF
011740
011750     IF NOT BC-EARN-VACATION(BC-IDX)
011760         AND NOT BC-EARN-SICK(BC-IDX)
011770         GO TO 2610-EXIT
011780     END-IF
011790     MOVE BC-ID-NUMERIC(BC-IDX) TO PTO-SEARCH-ID
011800     PERFORM 8400-FIND-PTO-ENTRY THRU 8400-EXIT
011810     IF PTT-IDX = ZERO
011820         MOVE "NO PTO BALANCE ON FILE FOR LEAVE CARD"
011830             TO CARD-REJECT-REASON
011840         GO TO 2610-EXIT
011850     END-IF
011860     IF BC-EARN-VACATION(BC-IDX)
011870         COMPUTE LEAVE-HOURS-WANTED = BC-HOURS-NUMERIC(BC-IDX)
011880             + EMP-BATCH-VAC-HOURS
011890         IF LEAVE-HOURS-WANTED > PTT-VAC-AVAIL(PTT-IDX)
011900             MOVE "VACATION HOURS OVERDRAW THE PTO BALANCE"
011910                 TO CARD-REJECT-REASON
011920         END-IF
011930     ELSE
011940         COMPUTE LEAVE-HOURS-WANTED = BC-HOURS-NUMERIC(BC-IDX)
011950             + EMP-BATCH-SICK-HOURS
011960         IF LEAVE-HOURS-WANTED > PTT-SICK-AVAIL(PTT-IDX)
011970             MOVE "SICK HOURS OVERDRAW THE PTO BALANCE"
011980                 TO CARD-REJECT-REASON
011990         END-IF
012000     END-IF.
012010 2610-EXIT.
012020     EXIT.
012030
012040*-----------------------------------------------------------*
012050* 2620-CHECK-DAILY-HOURS - THE DAILY BREAKDOWN IS OPTIONAL;  *
012060* WHEN PRESENT NO DAY MAY PASS THE DAILY LIMIT AND THE DAYS  *
012070* MUST ADD TO THE CARD HOURS                                 *
012080*-----------------------------------------------------------*
012090 2620-CHECK-DAILY-HOURS.
012100     IF BC-DAILY-HOURS(BC-IDX) = SPACES
012110         OR BC-DAILY-HOURS(BC-IDX) = ZEROS
012120         GO TO 2620-EXIT
012130     END-IF
012140     MOVE ZERO TO DAILY-HOURS-TOTAL
012150     PERFORM 2625-CHECK-ONE-DAY THRU 2625-EXIT
012160         VARYING DAY-IDX FROM 1 BY 1
012170         UNTIL DAY-IDX > 7
012180     IF CARD-REJECT-REASON = SPACES
012190         AND DAILY-HOURS-TOTAL NOT = BC-HOURS-NUMERIC(BC-IDX)
012200         MOVE "DAILY HOURS DO NOT ADD TO THE CARD HOURS"
012210             TO CARD-REJECT-REASON
012220     END-IF.
012230 2620-EXIT.
012240     EXIT.
012250
012260*-----------------------------------------------------------*
012270* 2625-CHECK-ONE-DAY                                         *
012280*-----------------------------------------------------------*
012290 2625-CHECK-ONE-DAY.
012300     IF CARD-REJECT-REASON NOT = SPACES
012310         GO TO 2625-EXIT
012320     END-IF
012330     IF BC-DAY-HOURS(BC-IDX, DAY-IDX) IS NOT NUMERIC
012340         MOVE "DAILY HOURS NOT NUMERIC" TO CARD-REJECT-REASON
012350         GO TO 2625-EXIT
012360     END-IF
012370     IF BC-DAY-HOURS(BC-IDX, DAY-IDX) > DAY-HOURS-LIMIT
012380         MOVE "HOURS OVER THE DAILY LIMIT" TO CARD-REJECT-REASON
012390         GO TO 2625-EXIT
012400     END-IF
012410     ADD BC-DAY-HOURS(BC-IDX, DAY-IDX) TO DAILY-HOURS-TOTAL.
012420 2625-EXIT.
012430     EXIT.
012440
012450*-----------------------------------------------------------*
012460* 2640-SCAN-RELEASED-CARD - A CARD ALREADY ON THE TIMECARD   *
012470* FILE FOR THE SAME EMPLOYEE, WEEK, EARNINGS TYPE,           *
012480* DEPARTMENT, AND SHIFT MAKES THIS ONE A DUPLICATE           *
012490*-----------------------------------------------------------*
012500 2640-SCAN-RELEASED-CARD.
012510     IF TKT-ID-NUMERIC(TKT-IDX) NOT = BC-ID-NUMERIC(BC-IDX)
012520         OR TKT-WEEK-ENDING(TKT-IDX) NOT = BC-WEEK-ENDING(BC-IDX)
012530         GO TO 2640-EXIT
012540     END-IF
012550     ADD TKT-HOURS-NUMERIC(TKT-IDX) TO EMP-WEEK-HOURS
012560     MOVE TKT-EARN-TYPE(TKT-IDX) TO SCAN-EARN-TYPE
012570     IF SCAN-EARN-TYPE = SPACE
012580         MOVE "R" TO SCAN-EARN-TYPE
012590     END-IF
012600     IF SCAN-EARN-TYPE = BC-EARN-TYPE(BC-IDX)
012610         AND TKT-DEPT-CODE(TKT-IDX) = BC-DEPT-CODE(BC-IDX)
012620         AND TKT-SHIFT-CODE(TKT-IDX) = BC-SHIFT-CODE(BC-IDX)
012630         MOVE "Y" TO DUPLICATE-SWITCH
012640     END-IF.
012650 2640-EXIT.
012660     EXIT.
012670
012680*-----------------------------------------------------------*
012690* 2650-SCAN-BATCH-CARD - THE SAME TEST AGAINST THE CLEAN     *
012700* CARDS EARLIER IN THIS BATCH, WHICH ALSO DRAW ON THE PTO    *
012710* BALANCE AHEAD OF THIS CARD                                 *
012720*-----------------------------------------------------------*
012730 2650-SCAN-BATCH-CARD.
012740     IF NOT BC-CARD-CLEAN(BC-SCAN-IDX)
012750         OR BC-ID-NUMERIC(BC-SCAN-IDX) NOT = BC-ID-NUMERIC(BC-IDX)
012760         OR BC-WEEK-ENDING(BC-SCAN-IDX)
012770             NOT = BC-WEEK-ENDING(BC-IDX)
012780         GO TO 2650-EXIT
012790     END-IF
012800     ADD BC-HOURS-NUMERIC(BC-SCAN-IDX) TO EMP-WEEK-HOURS
012810     IF BC-EARN-VACATION(BC-SCAN-IDX)
012820         ADD BC-HOURS-NUMERIC(BC-SCAN-IDX) TO EMP-BATCH-VAC-HOURS
012830     END-IF
012840     IF BC-EARN-SICK(BC-SCAN-IDX)
012850         ADD BC-HOURS-NUMERIC(BC-SCAN-IDX) TO EMP-BATCH-SICK-HOURS
012860     END-IF
012870     IF BC-EARN-TYPE(BC-SCAN-IDX) = BC-EARN-TYPE(BC-IDX)
012880         AND BC-DEPT-CODE(BC-SCAN-IDX) = BC-DEPT-CODE(BC-IDX)
012890         AND BC-SHIFT-CODE(BC-SCAN-IDX) = BC-SHIFT-CODE(BC-IDX)
012900         MOVE "Y" TO DUPLICATE-SWITCH
012910     END-IF.
012920 2650-EXIT.
012930     EXIT.
012940
012950*-----------------------------------------------------------*
012960* 2660-SET-PERIOD-LIMIT - WEEKLY LIMIT TIMES THE WEEKS IN THE*
012970* EMPLOYEE'S PAY PERIOD, CAPPED AT THE PAY RUN'S MAXIMUM     *
012980*-----------------------------------------------------------*
012990 2660-SET-PERIOD-LIMIT.
013000     MOVE 1 TO PERIOD-WEEKS
013010     PERFORM 2665-MATCH-CYCLE-WEEKS THRU 2665-EXIT
013020         VARYING WPC-IDX FROM 1 BY 1
013030         UNTIL WPC-IDX > 4
013040     COMPUTE PERIOD-HOURS-LIMIT = WEEK-HOURS-LIMIT * PERIOD-WEEKS
013050     IF PERIOD-HOURS-LIMIT > PERIOD-HOURS-MAX
013060         MOVE PERIOD-HOURS-MAX TO PERIOD-HOURS-LIMIT
013070     END-IF.
013080 2660-EXIT.
013090     EXIT.
013100
013110*-----------------------------------------------------------*
013120* 2665-MATCH-CYCLE-WEEKS                                     *
013130*-----------------------------------------------------------*
013140 2665-MATCH-CYCLE-WEEKS.
013150     IF WPC-CYCLE-CODE(WPC-IDX) = EMT-PAY-FREQUENCY(CARD-EMP-IDX)
013160         MOVE WPC-WEEKS(WPC-IDX) TO PERIOD-WEEKS
013170     END-IF.
013180 2665-EXIT.
013190     EXIT.
013200
013210*-----------------------------------------------------------*
013220* 2700-ADD-CARD-EXCEPTION - A REJECTED CARD GOES ON THE LIST *
013230* OF THE DEPARTMENT THAT SUBMITTED THE BATCH                 *
013240*-----------------------------------------------------------*
013250 2700-ADD-CARD-EXCEPTION.
013260     IF EXT-COUNT NOT < EXT-MAX-ENTRIES
013270         DISPLAY "EXCEPTION TABLE FULL - CARD FOR EMPLOYEE "
013280             BC-ID-ALPHA(BC-IDX) " REJECTED: " CARD-REJECT-REASON
013290         GO TO 2700-EXIT
013300     END-IF
013310     ADD 1 TO EXT-COUNT
013320     MOVE BATCH-DEPT-CODE        TO EXT-DEPT-CODE(EXT-COUNT)
013330     MOVE BATCH-NUMBER           TO EXT-BATCH-NUMBER(EXT-COUNT)
013340     MOVE BC-ID-ALPHA(BC-IDX)    TO EXT-ID-ALPHA(EXT-COUNT)
013350     IF CARD-EMP-IDX = ZERO
013360         MOVE SPACES TO EXT-NAME-ALPHA(EXT-COUNT)
013370     ELSE
013380         MOVE EMT-NAME-ALPHA(CARD-EMP-IDX)
013390             TO EXT-NAME-ALPHA(EXT-COUNT)
013400     END-IF
013410     IF BC-WEEK-ENDING(BC-IDX) IS NUMERIC
013420         MOVE BC-WEEK-ENDING(BC-IDX) TO WORK-DATE
013430         PERFORM 8600-FORMAT-DATE THRU 8600-EXIT
013440         MOVE WORK-DATE-DISPLAY TO EXT-WEEK-ENDING(EXT-COUNT)
013450     ELSE
013460         MOVE "INVALID" TO EXT-WEEK-ENDING(EXT-COUNT)
013470     END-IF
013480     MOVE BC-EARN-TYPE(BC-IDX)   TO EXT-EARN-TYPE(EXT-COUNT)
013490     MOVE BC-HOURS-ALPHA(BC-IDX) TO EXT-HOURS-ALPHA(EXT-COUNT)
013500     MOVE CARD-REJECT-REASON     TO EXT-REASON(EXT-COUNT)
013510     MOVE "N" TO EXT-PRINTED-SWITCH(EXT-COUNT).
013520 2700-EXIT.
013530     EXIT.
013540
013550*-----------------------------------------------------------*
013560* 2720-ADD-BATCH-EXCEPTION - ONE LINE FOR A HELD BATCH; THE  *
013570* WHOLE BATCH IS CORRECTED AND RESUBMITTED                   *
013580*-----------------------------------------------------------*
013590 2720-ADD-BATCH-EXCEPTION.
013600     IF EXT-COUNT NOT < EXT-MAX-ENTRIES
013610         DISPLAY "EXCEPTION TABLE FULL - BATCH " BATCH-NUMBER
013620             " HELD: " BATCH-HOLD-REASON
013630         GO TO 2720-EXIT
013640     END-IF
013650     ADD 1 TO EXT-COUNT
013660     MOVE BATCH-DEPT-CODE   TO EXT-DEPT-CODE(EXT-COUNT)
013670     MOVE BATCH-NUMBER      TO EXT-BATCH-NUMBER(EXT-COUNT)
013680     MOVE SPACES            TO EXT-ID-ALPHA(EXT-COUNT)
013690     MOVE "** ENTIRE BATCH HELD **" TO EXT-NAME-ALPHA(EXT-COUNT)
013700     MOVE SPACES            TO EXT-WEEK-ENDING(EXT-COUNT)
013710     MOVE SPACES            TO EXT-EARN-TYPE(EXT-COUNT)
013720     MOVE SPACES            TO EXT-HOURS-ALPHA(EXT-COUNT)
013730     MOVE BATCH-HOLD-REASON TO EXT-REASON(EXT-COUNT)
013740     MOVE "N" TO EXT-PRINTED-SWITCH(EXT-COUNT).
013750 2720-EXIT.
013760     EXIT.
013770
013780*-----------------------------------------------------------*
013790* 2750-ADD-LOOSE-CARD-EXCEPTION - A CARD AHEAD OF ANY BATCH  *
013800* HEADER IS LISTED UNDER THE DEPARTMENT ON THE CARD          *
013810*-----------------------------------------------------------*
013820 2750-ADD-LOOSE-CARD-EXCEPTION.
013830     IF EXT-COUNT NOT < EXT-MAX-ENTRIES
013840         DISPLAY "EXCEPTION TABLE FULL - CARD FOR EMPLOYEE "
013850             TBC-ID-NUMERIC " REJECTED: " CARD-REJECT-REASON
013860         GO TO 2750-EXIT
013870     END-IF
013880     ADD 1 TO EXT-COUNT
013890     MOVE TBC-DEPT-CODE      TO EXT-DEPT-CODE(EXT-COUNT)
013900     MOVE ZERO               TO EXT-BATCH-NUMBER(EXT-COUNT)
013910     MOVE TBC-ID-NUMERIC     TO EXT-ID-ALPHA(EXT-COUNT)
013920     MOVE SPACES             TO EXT-NAME-ALPHA(EXT-COUNT)
013930     IF TBC-WEEK-ENDING IS NUMERIC
013940         MOVE TBC-WEEK-ENDING TO WORK-DATE
013950         PERFORM 8600-FORMAT-DATE THRU 8600-EXIT
013960         MOVE WORK-DATE-DISPLAY TO EXT-WEEK-ENDING(EXT-COUNT)
013970     ELSE
013980         MOVE "INVALID" TO EXT-WEEK-ENDING(EXT-COUNT)
013990     END-IF
014000     MOVE TBC-EARN-TYPE      TO EXT-EARN-TYPE(EXT-COUNT)
014010     MOVE TBC-HOURS-NUMERIC  TO EXT-HOURS-ALPHA(EXT-COUNT)
014020     MOVE CARD-REJECT-REASON TO EXT-REASON(EXT-COUNT)
014030     MOVE "N" TO EXT-PRINTED-SWITCH(EXT-COUNT).
014040 2750-EXIT.
014050     EXIT.
014060
014070*-----------------------------------------------------------*
014080* 2800-RELEASE-CARD - ADD A CLEAN CARD TO THE TIMECARD TABLE *
014090* AND DRAW ITS LEAVE HOURS FROM THE PTO HOURS AVAILABLE      *
014100*-----------------------------------------------------------*
014110 2800-RELEASE-CARD.
014120     IF NOT BC-CARD-CLEAN(BC-IDX)
014130         GO TO 2800-EXIT
014140     END-IF
014150     IF TKT-COUNT NOT < TKT-MAX-ENTRIES
014160         MOVE "TIMECARD FILE FULL - RESUBMIT NEXT RUN"
014170             TO CARD-REJECT-REASON
014180         MOVE BC-ID-NUMERIC(BC-IDX) TO EMP-SEARCH-ID
014190         PERFORM 8100-FIND-EMPLOYEE THRU 8100-EXIT
014200         MOVE EMT-IDX TO CARD-EMP-IDX
014210         PERFORM 2700-ADD-CARD-EXCEPTION THRU 2700-EXIT
014220         ADD 1 TO BATCH-REJECTED-COUNT
014230         ADD 1 TO CARDS-REJECTED-COUNT
014240         GO TO 2800-EXIT
014250     END-IF
014260     ADD 1 TO TKT-COUNT
014270     MOVE BC-ID-NUMERIC(BC-IDX)    TO TKT-ID-NUMERIC(TKT-COUNT)
014280     MOVE BC-WEEK-ENDING(BC-IDX)   TO TKT-WEEK-ENDING(TKT-COUNT)
014290     MOVE BC-HOURS-NUMERIC(BC-IDX) TO TKT-HOURS-NUMERIC(TKT-COUNT)
014300     MOVE BC-SHIFT-CODE(BC-IDX)    TO TKT-SHIFT-CODE(TKT-COUNT)
014310     MOVE BC-DEPT-CODE(BC-IDX)     TO TKT-DEPT-CODE(TKT-COUNT)
014320     MOVE BC-EARN-TYPE(BC-IDX)     TO TKT-EARN-TYPE(TKT-COUNT)
014330     ADD 1 TO BATCH-RELEASED-COUNT
014340     ADD 1 TO CARDS-RELEASED-COUNT
014350     ADD BC-HOURS-NUMERIC(BC-IDX) TO WS-TOTAL-HOURS-RELEASED
014360     IF BC-EARN-VACATION(BC-IDX) OR BC-EARN-SICK(BC-IDX)
014370         MOVE BC-ID-NUMERIC(BC-IDX) TO PTO-SEARCH-ID
014380         PERFORM 8400-FIND-PTO-ENTRY THRU 8400-EXIT
014390         MOVE BC-HOURS-NUMERIC(BC-IDX) TO LEAVE-HOURS-WANTED
014400         MOVE BC-EARN-TYPE(BC-IDX) TO DRAW-EARN-TYPE
014410         PERFORM 8450-DRAW-PTO-AVAIL THRU 8450-EXIT
014420     END-IF.
014430 2800-EXIT.
014440     EXIT.
014450
014460*-----------------------------------------------------------*
014470* 2900-WRITE-BATCH-LINE                                      *
014480*-----------------------------------------------------------*
014490 2900-WRITE-BATCH-LINE.
014500     MOVE BATCH-NUMBER         TO BL-BATCH
014510     MOVE BATCH-DEPT-CODE      TO BL-DEPT
014520     MOVE BATCH-APPROVER-ID    TO BL-APPROVER
014530     MOVE BATCH-HDR-CARD-COUNT TO BL-HDR-COUNT
014540     MOVE BATCH-CARD-COUNT     TO BL-COUNT
014550     MOVE BATCH-HDR-HOURS-HASH TO BL-HDR-HASH
014560     MOVE BATCH-HOURS-HASH     TO BL-HASH
014570     MOVE BATCH-RELEASED-COUNT TO BL-RELEASED
014580     MOVE BATCH-REJECTED-COUNT TO BL-REJECTED
014590     WRITE EDIT-REPORT-RECORD FROM WS-BATCH-LINE.
014600 2900-EXIT.
014610     EXIT.
014620
014630*-----------------------------------------------------------*
014640* 3000-TERMINATE                                             *
014650*-----------------------------------------------------------*
014660 3000-TERMINATE.
014670     IF NOT WS-RUN-ABORTED
014680         PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT
014690     END-IF
014700     CLOSE TIMECARD-BATCH
014710     CLOSE EDIT-REPORT
014720     CLOSE EXCEPTION-REPORT.
014730 3000-EXIT.
014740     EXIT.
014750
014760*-----------------------------------------------------------*
014770* 4000-REWRITE-TIMECARDS - THE PAY RUN READS THE TIMECARD    *
014780* FILE AS REWRITTEN HERE; IT IS LEFT AS IT WAS WHEN NOTHING  *
014790* WAS RELEASED OR DROPPED                                    *
014800*-----------------------------------------------------------*
014810 4000-REWRITE-TIMECARDS.
014820     IF CARDS-RELEASED-COUNT = ZERO
014830         AND CARDS-DROPPED-COUNT = ZERO
014840         GO TO 4000-EXIT
014850     END-IF
014860     OPEN OUTPUT TIMECARD-FILE
014870     IF NOT WS-TIMECRD-OK
014880         DISPLAY "ERROR REWRITING TIMECARD-FILE, STATUS = "
014890             WS-TIMECRD-STATUS " - NO TIMECARDS RELEASED"
014900         MOVE ZERO TO CARDS-RELEASED-COUNT
014910         GO TO 4000-EXIT
014920     END-IF
014930     PERFORM 4100-WRITE-TIMECARD THRU 4100-EXIT
014940         VARYING TKT-IDX FROM 1 BY 1
014950         UNTIL TKT-IDX > TKT-COUNT
014960     CLOSE TIMECARD-FILE.
014970 4000-EXIT.
014980     EXIT.
014990
015000*-----------------------------------------------------------*
015010* 4100-WRITE-TIMECARD                                        *
015020*-----------------------------------------------------------*
015030 4100-WRITE-TIMECARD.
015040     MOVE TKT-ID-NUMERIC(TKT-IDX)    TO TC-ID-NUMERIC
015050     MOVE TKT-WEEK-ENDING(TKT-IDX)   TO TC-WEEK-ENDING
015060     MOVE TKT-HOURS-NUMERIC(TKT-IDX) TO TC-HOURS-NUMERIC
015070     MOVE TKT-SHIFT-CODE(TKT-IDX)    TO TC-SHIFT-CODE
015080     MOVE TKT-DEPT-CODE(TKT-IDX)     TO TC-DEPT-CODE
015090     MOVE TKT-EARN-TYPE(TKT-IDX)     TO TC-EARN-TYPE
015100     WRITE TIMECARD-RECORD.
015110 4100-EXIT.
015120     EXIT.
015130
015140*-----------------------------------------------------------*
015150* 5000-WRITE-DEPT-EXCEPTIONS - ONE LIST PER DEPARTMENT IN THE*
015160* ORDER THE DEPARTMENTS FIRST TURN UP                        *
015170*-----------------------------------------------------------*
015180 5000-WRITE-DEPT-EXCEPTIONS.
015190     IF EXT-COUNT = ZERO
015200         WRITE EXCEPTION-REPORT-RECORD FROM WS-NO-EXCEPTION-LINE
015210         GO TO 5000-EXIT
015220     END-IF
015230     PERFORM 5100-WRITE-ONE-DEPT THRU 5100-EXIT
015240         VARYING EXT-IDX FROM 1 BY 1
015250         UNTIL EXT-IDX > EXT-COUNT.
015260 5000-EXIT.
015270     EXIT.
015280
015290*-----------------------------------------------------------*
015300* 5100-WRITE-ONE-DEPT                                        *
015310*-----------------------------------------------------------*
015320 5100-WRITE-ONE-DEPT.
015330     IF EXT-PRINTED(EXT-IDX)
015340         GO TO 5100-EXIT
015350     END-IF
015360     MOVE EXT-DEPT-CODE(EXT-IDX) TO LIST-DEPT-CODE
015370     MOVE LIST-DEPT-CODE TO DH-DEPT
015380     MOVE LIST-DEPT-CODE TO APPROVER-SEARCH-DEPT
015390     PERFORM 8350-FIND-DEPT-APPROVER THRU 8350-EXIT
015400     IF APPROVER-FOUND
015410         MOVE APT-APPROVER-NAME(APT-IDX) TO DH-APPROVER
015420     ELSE
015430         MOVE "NONE ON FILE" TO DH-APPROVER
015440     END-IF
015450     MOVE WS-RUN-DATE-DISPLAY TO DH-RUN-DATE
015460     IF EXT-IDX > 1
015470         WRITE EXCEPTION-REPORT-RECORD FROM WS-BLANK-LINE
015480         WRITE EXCEPTION-REPORT-RECORD FROM WS-BLANK-LINE
015490     END-IF
015500     WRITE EXCEPTION-REPORT-RECORD FROM WS-DEPT-HEADING
015510     WRITE EXCEPTION-REPORT-RECORD FROM WS-BLANK-LINE
015520     WRITE EXCEPTION-REPORT-RECORD FROM WS-EXC-COLUMN-LINE
015530     MOVE ZERO TO LIST-DEPT-COUNT
015540     PERFORM 5200-WRITE-DEPT-LINE THRU 5200-EXIT
015550         VARYING EXT-SCAN-IDX FROM EXT-IDX BY 1
015560         UNTIL EXT-SCAN-IDX > EXT-COUNT
015570     MOVE LIST-DEPT-COUNT TO DTL-COUNT
015580     WRITE EXCEPTION-REPORT-RECORD FROM WS-BLANK-LINE
015590     WRITE EXCEPTION-REPORT-RECORD FROM WS-DEPT-TOTAL-LINE.
015600 5100-EXIT.
015610     EXIT.
015620
015630*-----------------------------------------------------------*
015640* 5200-WRITE-DEPT-LINE                                       *
015650*-----------------------------------------------------------*
015660 5200-WRITE-DEPT-LINE.
015670     IF EXT-PRINTED(EXT-SCAN-IDX)
015680         OR EXT-DEPT-CODE(EXT-SCAN-IDX) NOT = LIST-DEPT-CODE
015690         GO TO 5200-EXIT
015700     END-IF
015710     MOVE EXT-BATCH-NUMBER(EXT-SCAN-IDX) TO EXL-BATCH
015720     MOVE EXT-ID-ALPHA(EXT-SCAN-IDX)     TO EXL-ID
015730     MOVE EXT-NAME-ALPHA(EXT-SCAN-IDX)   TO EXL-NAME
015740     MOVE EXT-WEEK-ENDING(EXT-SCAN-IDX)  TO EXL-WEEK-ENDING
015750     MOVE EXT-EARN-TYPE(EXT-SCAN-IDX)    TO EXL-TYPE
015760     MOVE EXT-HOURS-ALPHA(EXT-SCAN-IDX)  TO EXL-HOURS
015770     MOVE EXT-REASON(EXT-SCAN-IDX)       TO EXL-REASON
015780     WRITE EXCEPTION-REPORT-RECORD FROM WS-EXC-LINE
015790     MOVE "Y" TO EXT-PRINTED-SWITCH(EXT-SCAN-IDX)
015800     ADD 1 TO LIST-DEPT-COUNT.
015810 5200-EXIT.
015820     EXIT.
015830
015840*-----------------------------------------------------------*
015850* 6000-WRITE-SUMMARY                                         *
015860*-----------------------------------------------------------*
015870 6000-WRITE-SUMMARY.
015880     IF BATCHES-READ-COUNT = ZERO
015890         WRITE EDIT-REPORT-RECORD FROM WS-NO-BATCH-LINE
015900     END-IF
015910     WRITE EDIT-REPORT-RECORD FROM WS-BLANK-LINE
015920     MOVE "BATCHES READ"                TO SM-LABEL
015930     MOVE BATCHES-READ-COUNT            TO SM-COUNT
015940     WRITE EDIT-REPORT-RECORD FROM WS-SUMMARY-LINE
015950     MOVE "BATCHES RELEASED"            TO SM-LABEL
015960     MOVE BATCHES-RELEASED-COUNT        TO SM-COUNT
015970     WRITE EDIT-REPORT-RECORD FROM WS-SUMMARY-LINE
015980     MOVE "BATCHES HELD"                TO SM-LABEL
015990     MOVE BATCHES-HELD-COUNT            TO SM-COUNT
016000     WRITE EDIT-REPORT-RECORD FROM WS-SUMMARY-LINE
016010     MOVE "CARDS READ"                  TO SM-LABEL
016020     MOVE CARDS-READ-COUNT              TO SM-COUNT
016030     WRITE EDIT-REPORT-RECORD FROM WS-SUMMARY-LINE
016040     MOVE "CARDS RELEASED"              TO SM-LABEL
016050     MOVE CARDS-RELEASED-COUNT          TO SM-COUNT
016060     WRITE EDIT-REPORT-RECORD FROM WS-SUMMARY-LINE
016070     MOVE "CARDS REJECTED"              TO SM-LABEL
016080     MOVE CARDS-REJECTED-COUNT          TO SM-COUNT
016090     WRITE EDIT-REPORT-RECORD FROM WS-SUMMARY-LINE
016100     MOVE "CARDS HELD WITH THEIR BATCH" TO SM-LABEL
016110     MOVE CARDS-HELD-COUNT              TO SM-COUNT
016120     WRITE EDIT-REPORT-RECORD FROM WS-SUMMARY-LINE
016130     MOVE "HOURS RELEASED"              TO SM-LABEL
016140     MOVE WS-TOTAL-HOURS-RELEASED       TO SM-COUNT
016150     WRITE EDIT-REPORT-RECORD FROM WS-SUMMARY-LINE
016160     MOVE "CARDS ON TIMECARD FILE BEFORE RUN" TO SM-LABEL
016170     MOVE CARDS-ON-FILE-COUNT           TO SM-COUNT
016180     WRITE EDIT-REPORT-RECORD FROM WS-SUMMARY-LINE
016190     MOVE "CARDS DROPPED - PERIOD NO LONGER OPEN" TO SM-LABEL
016200     MOVE CARDS-DROPPED-COUNT           TO SM-COUNT
016210     WRITE EDIT-REPORT-RECORD FROM WS-SUMMARY-LINE
016220     MOVE "CARDS ON TIMECARD FILE AFTER RUN" TO SM-LABEL
016230     MOVE TKT-COUNT                     TO SM-COUNT
016240     WRITE EDIT-REPORT-RECORD FROM WS-SUMMARY-LINE.
016250 6000-EXIT.
016260     EXIT.
016270
016280*-----------------------------------------------------------*
016290* 8100-FIND-EMPLOYEE - EMT-IDX IS ZERO WHEN NOT FOUND        *
016300*-----------------------------------------------------------*
016310 8100-FIND-EMPLOYEE.
016320     PERFORM 8150-SCAN-EMPLOYEE THRU 8150-EXIT
016330         VARYING EMT-IDX FROM 1 BY 1
016340         UNTIL EMT-IDX > EMT-COUNT
016350            OR EMT-ID-NUMERIC(EMT-IDX) = EMP-SEARCH-ID
016360     IF EMT-IDX > EMT-COUNT
016370         MOVE ZERO TO EMT-IDX
016380     END-IF.
016390 8100-EXIT.
016400     EXIT.
016410
016420*-----------------------------------------------------------*
016430* 8150-SCAN-EMPLOYEE                                         *
016440*-----------------------------------------------------------*
016450 8150-SCAN-EMPLOYEE.
016460     CONTINUE.
016470 8150-EXIT.
016480     EXIT.
016490
016500*-----------------------------------------------------------*
016510* 8200-FIND-OPEN-PERIOD - PDT-IDX POINTS AT THE OPEN PERIOD  *
016520* FOR THE CYCLE WHEN PERIOD-FOUND                            *
016530*-----------------------------------------------------------*
016540 8200-FIND-OPEN-PERIOD.
016550     MOVE "N" TO PERIOD-FOUND-SWITCH
016560     PERFORM 8250-CHECK-PERIOD THRU 8250-EXIT
016570         VARYING PDT-IDX FROM 1 BY 1
016580         UNTIL PDT-IDX > PDT-COUNT
016590            OR PERIOD-FOUND
016600     IF PERIOD-FOUND
016610         SUBTRACT 1 FROM PDT-IDX
016620     END-IF.
016630 8200-EXIT.
016640     EXIT.
016650
016660*-----------------------------------------------------------*
016670* 8250-CHECK-PERIOD                                          *
016680*-----------------------------------------------------------*
016690 8250-CHECK-PERIOD.
016700     IF PDT-CYCLE-CODE(PDT-IDX) = PERIOD-SEARCH-CYCLE
016710         AND PDT-PERIOD-OPEN(PDT-IDX)
016720         MOVE "Y" TO PERIOD-FOUND-SWITCH
016730     END-IF.
016740 8250-EXIT.
016750     EXIT.
016760
016770*-----------------------------------------------------------*
016780* 8300-FIND-APPROVER - DEPARTMENT AND APPROVER ID            *
016790*-----------------------------------------------------------*
016800 8300-FIND-APPROVER.
016810     MOVE "N" TO APPROVER-FOUND-SWITCH
016820     PERFORM 8310-CHECK-APPROVER THRU 8310-EXIT
016830         VARYING APT-IDX FROM 1 BY 1
016840         UNTIL APT-IDX > APT-COUNT
016850            OR APPROVER-FOUND.
016860 8300-EXIT.
016870     EXIT.
016880
016890*-----------------------------------------------------------*
016900* 8310-CHECK-APPROVER                                        *
016910*-----------------------------------------------------------*
016920 8310-CHECK-APPROVER.
016930     IF APT-DEPT-CODE(APT-IDX) = APPROVER-SEARCH-DEPT
016940         AND APT-APPROVER-ID(APT-IDX) = APPROVER-SEARCH-ID
016950         MOVE "Y" TO APPROVER-FOUND-SWITCH
016960     END-IF.
016970 8310-EXIT.
016980     EXIT.
016990
017000*-----------------------------------------------------------*
017010* 8350-FIND-DEPT-APPROVER - FIRST APPROVER ON FILE FOR THE   *
017020* DEPARTMENT, FOR THE EXCEPTION LIST HEADING                 *
017030*-----------------------------------------------------------*
017040 8350-FIND-DEPT-APPROVER.
017050     MOVE "N" TO APPROVER-FOUND-SWITCH
017060     PERFORM 8360-CHECK-DEPT-APPROVER THRU 8360-EXIT
017070         VARYING APT-IDX FROM 1 BY 1
017080         UNTIL APT-IDX > APT-COUNT
017090            OR APPROVER-FOUND
017100     IF APPROVER-FOUND
017110         SUBTRACT 1 FROM APT-IDX
017120     END-IF.
017130 8350-EXIT.
017140     EXIT.
017150
017160*-----------------------------------------------------------*
017170* 8360-CHECK-DEPT-APPROVER                                   *
017180*-----------------------------------------------------------*
017190 8360-CHECK-DEPT-APPROVER.
017200     IF APT-DEPT-CODE(APT-IDX) = APPROVER-SEARCH-DEPT
017210         MOVE "Y" TO APPROVER-FOUND-SWITCH
017220     END-IF.
017230 8360-EXIT.
017240     EXIT.
017250
017260*-----------------------------------------------------------*
017270* 8400-FIND-PTO-ENTRY - PTT-IDX IS ZERO WHEN NOT FOUND       *
017280*-----------------------------------------------------------*
017290 8400-FIND-PTO-ENTRY.
017300     PERFORM 8410-SCAN-PTO THRU 8410-EXIT
017310         VARYING PTT-IDX FROM 1 BY 1
017320         UNTIL PTT-IDX > PTT-COUNT
017330            OR PTT-ID-NUMERIC(PTT-IDX) = PTO-SEARCH-ID
017340     IF PTT-IDX > PTT-COUNT
017350         MOVE ZERO TO PTT-IDX
017360     END-IF.
017370 8400-EXIT.
017380     EXIT.
017390
017400*-----------------------------------------------------------*
017410* 8410-SCAN-PTO                                              *
017420*-----------------------------------------------------------*
017430 8410-SCAN-PTO.
017440     CONTINUE.
017450 8410-EXIT.
017460     EXIT.
017470
017480*-----------------------------------------------------------*
017490* 8450-DRAW-PTO-AVAIL - LEAVE-HOURS-WANTED OFF THE VACATION  *
017500* OR SICK HOURS AVAILABLE PER DRAW-EARN-TYPE, NEVER BELOW 0  *
017510*-----------------------------------------------------------*
017520 8450-DRAW-PTO-AVAIL.
017530     IF DRAW-VACATION
017540         IF LEAVE-HOURS-WANTED > PTT-VAC-AVAIL(PTT-IDX)
017550             MOVE ZERO TO PTT-VAC-AVAIL(PTT-IDX)
017560         ELSE
017570             SUBTRACT LEAVE-HOURS-WANTED
017580                 FROM PTT-VAC-AVAIL(PTT-IDX)
017590         END-IF
017600     ELSE
017610         IF LEAVE-HOURS-WANTED > PTT-SICK-AVAIL(PTT-IDX)
017620             MOVE ZERO TO PTT-SICK-AVAIL(PTT-IDX)
017630         ELSE
017640             SUBTRACT LEAVE-HOURS-WANTED
017650                 FROM PTT-SICK-AVAIL(PTT-IDX)
017660         END-IF
017670     END-IF.
017680 8450-EXIT.
017690     EXIT.
017700
017710*-----------------------------------------------------------*
017720* 8600-FORMAT-DATE - WORK-DATE (YYYYMMDD) AS MM/DD/YYYY      *
017730*-----------------------------------------------------------*
017740 8600-FORMAT-DATE.
017750     MOVE SPACES TO WORK-DATE-DISPLAY
017760     IF WORK-DATE = ZERO
017770         GO TO 8600-EXIT
017780     END-IF
017790     STRING WKD-MM   DELIMITED BY SIZE
017800            "/"      DELIMITED BY SIZE
017810            WKD-DD   DELIMITED BY SIZE
017820            "/"      DELIMITED BY SIZE
017830            WKD-YYYY DELIMITED BY SIZE
017840         INTO WORK-DATE-DISPLAY
017850     END-STRING.
017860 8600-EXIT.
017870     EXIT.
