000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. AchReturnProcessing.
000120 AUTHOR. D-SHIFT-PAYROLL-TEAM.
000130 INSTALLATION. PAYROLL-DATA-PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------*
000170* MODIFICATION HISTORY                                       *
000180*-----------------------------------------------------------*
000190* DATE       INIT DESCRIPTION                                *
000200* 10/15/2026 RJH  ORIGINAL PROGRAM - READS THE BANK'S ACH    *
000210*                 RETURN AND NOTIFICATION-OF-CHANGE FILE     *
000220*                 AND MATCHES EACH ENTRY TO THE EMPLOYEE     *
000230*                 AND PAYMENT ON THE PAYMENT HISTORY BY      *
000240*                 ORIGINAL TRACE NUMBER. R01/R03/R04         *
000250*                 RETURNS BLOCK THE BANK ACCOUNT, SWITCH     *
000260*                 THE EMPLOYEE TO PAPER CHECK, STAGE A       *
000270*                 REISSUE FOR THE NEXT PAY RUN, AND POST     *
000280*                 THE RETURNED NET PAY BACK TO CASH.         *
000290*                 C01/C02 CORRECTIONS UPDATE THE ACCOUNT     *
000300*                 OR ROUTING NUMBER THROUGH THE BANK AUDIT   *
000310*                 TRAIL. EVERY ITEM IS LISTED ON THE         *
000320*                 RETURNS REPORT.                            *
000330* 10/15/2026 RJH  PAYMENT HISTORY LAYOUT CARRIES THE         *
000340*                 OFF-CYCLE SUPPLEMENTAL PAY AMOUNT AND TYPE;*
000350*                 COMPANY CONTROL LAYOUT CARRIES THE FLAT    *
000360*                 SUPPLEMENTAL FEDERAL RATE.                 *
000370*                 MEMBER RESEQUENCED.                        *
000380*-----------------------------------------------------------*
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-370.
000430 OBJECT-COMPUTER. IBM-370.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT ACH-RETURNS ASSIGN TO ACHRTN
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-ACHRTN-STATUS.
000490
000500     SELECT PAY-HISTORY ASSIGN TO PAYHIST
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PAYHIST-STATUS.
000530
000540     SELECT BANK-MASTER-IN ASSIGN TO BNKMSTR
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-BNKMSTI-STATUS.
000570
000580     SELECT BANK-MASTER-OUT ASSIGN TO BNKMSTO
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-BNKMSTO-STATUS.
000610
000620     SELECT EMPLOYEE-MASTER-IN ASSIGN TO EMPMSTR
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-EMPMSTI-STATUS.
000650
000660     SELECT EMPLOYEE-MASTER-OUT ASSIGN TO EMPMSTO
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-EMPMSTO-STATUS.
000690
000700     SELECT BANK-AUDIT ASSIGN TO BNKAUDIT
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-BNKAUDIT-STATUS.
000730
000740     SELECT EMPLOYEE-AUDIT ASSIGN TO AUDITTRL
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-AUDITTRL-STATUS.
000770
000780     SELECT REISSUE-FILE ASSIGN TO REISSUE
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-REISSUE-STATUS.
000810
000820     SELECT COMPANY-CONTROL ASSIGN TO COMPCTL
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-COMPCTL-STATUS.
000850
000860     SELECT GL-POSTING ASSIGN TO ACHGLPST
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-GLPOST-STATUS.
000890
000900     SELECT RETURNS-REPORT ASSIGN TO ACHRRPT
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-RTNRPT-STATUS.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960*-----------------------------------------------------------*
000970* ACH-RETURNS - THE BANK'S RETURN/NOC FILE IN NACHA FORMAT;  *
000980* ONLY ENTRY DETAIL ("6") AND ADDENDA ("7") RECORDS ARE      *
000990* USED. THE ENTRY CARRIES THE ACCOUNT, AMOUNT, AND EMPLOYEE  *
001000* ID AS WE SENT THEM; ADDENDA TYPE 99 IS A RETURN, TYPE 98 A *
001010* NOTIFICATION OF CHANGE WITH THE CORRECTED DATA             *
001020*-----------------------------------------------------------*
001030 FD  ACH-RETURNS
001040     RECORDING MODE IS F.
001050 01  ACH-RETURN-RECORD.
001060     05  AR-RECORD-TYPE      PIC X(01).
001070         88  AR-ENTRY-DETAIL           VALUE "6".
001080         88  AR-ADDENDA                VALUE "7".
001090     05  FILLER              PIC X(93).
001100 01  ACH-RETURN-ENTRY.
001110     05  FILLER              PIC X(01).
001120     05  AE-TRAN-CODE        PIC X(02).
001130     05  AE-RDFI-ROUTING     PIC X(08).
001140     05  AE-CHECK-DIGIT      PIC X(01).
001150     05  AE-ACCOUNT          PIC X(17).
001160     05  AE-AMOUNT           PIC 9(08)V99.
001170     05  AE-INDIVIDUAL-ID.
001180         10  AE-EMP-ID-ALPHA     PIC X(03).
001190         10  AE-EMP-ID REDEFINES AE-EMP-ID-ALPHA
001200                             PIC 9(03).
001210         10  FILLER              PIC X(12).
001220     05  AE-INDIVIDUAL-NAME  PIC X(22).
001230     05  AE-DISCRETIONARY    PIC X(02).
001240     05  AE-ADDENDA-IND      PIC X(01).
001250     05  AE-TRACE-NUMBER     PIC X(15).
001260 01  ACH-RETURN-ADDENDA.
001270     05  FILLER              PIC X(01).
001280     05  AA-ADDENDA-TYPE     PIC X(02).
001290         88  AA-TYPE-NOC               VALUE "98".
001300         88  AA-TYPE-RETURN            VALUE "99".
001310     05  AA-REASON-CODE      PIC X(03).
001320     05  AA-ORIG-TRACE       PIC X(15).
001330     05  AA-DATE-OF-DEATH    PIC X(06).
001340     05  AA-ORIG-RDFI        PIC X(08).
001350     05  AA-CORRECTED-DATA   PIC X(29).
001360     05  FILLER              PIC X(15).
001370     05  AA-TRACE-NUMBER     PIC X(15).
001380
001390 FD  PAY-HISTORY
001400     RECORDING MODE IS F.
001410 01  PAY-HISTORY-RECORD.
001420     05  PH-ID-NUMERIC       PIC 9(03).
001430     05  PH-NAME-ALPHA       PIC X(20).
001440     05  PH-RECORD-TYPE      PIC X(01).
001450         88  PH-TYPE-REGULAR           VALUE "P".
001460         88  PH-TYPE-PTO-PAYOUT        VALUE "T".
001470         88  PH-TYPE-VOID              VALUE "V".
001480         88  PH-TYPE-RETRO             VALUE "R".
001490         88  PH-TYPE-REISSUE           VALUE "I".
001500         88  PH-TYPE-SUPPLEMENTAL      VALUE "S".
001510     05  PH-PAY-DATE         PIC 9(08).
001520     05  PH-PERIOD-END       PIC 9(08).
001530     05  PH-CYCLE-CODE       PIC X(01).
001540     05  PH-DEPT-CODE        PIC X(03).
001550     05  PH-HOURS            PIC 9(03).
001560     05  PH-RATE             PIC 9(05)V99.
001570     05  PH-REG-HOURS        PIC 9(03).
001580     05  PH-OT-HOURS         PIC 9(03).
001590     05  PH-REGULAR-PAY      PIC 9(07)V99.
001600     05  PH-OVERTIME-PAY     PIC 9(07)V99.
001610     05  PH-SHIFT-PREM       PIC 9(07)V99.
001620     05  PH-VACATION-PAY     PIC 9(07)V99.
001630     05  PH-SICK-PAY         PIC 9(07)V99.
001640     05  PH-HOLIDAY-PAY      PIC 9(07)V99.
001650     05  PH-GROSS            PIC 9(07)V99.
001660     05  PH-FEDERAL          PIC 9(07)V99.
001670     05  PH-STATE            PIC 9(07)V99.
001680     05  PH-FICA             PIC 9(07)V99.
001690     05  PH-TAX-TOTAL        PIC 9(07)V99.
001700     05  PH-ER-FICA          PIC 9(07)V99.
001710     05  PH-FUTA             PIC 9(07)V99.
001720     05  PH-SUTA             PIC 9(07)V99.
001730     05  PH-FED-WAGES        PIC 9(07)V99.
001740     05  PH-FICA-WAGES       PIC 9(07)V99.
001750     05  PH-PRETAX-401K      PIC 9(07)V99.
001760     05  PH-PRETAX-S125      PIC 9(07)V99.
001770     05  PH-DED-TOTAL        PIC 9(07)V99.
001780     05  PH-ARR-TOTAL        PIC 9(07)V99.
001790     05  PH-NET              PIC 9(07)V99.
001800     05  PH-YTD-GROSS        PIC 9(09)V99.
001810     05  PH-YTD-TAX          PIC 9(09)V99.
001820     05  PH-YTD-NET          PIC 9(09)V99.
001830     05  PH-PAY-METHOD       PIC X(01).
001840         88  PH-PAID-BY-CHECK          VALUE "C".
001850         88  PH-PAID-BY-ACH            VALUE "A".
001860     05  PH-CHECK-NUMBER     PIC 9(06).
001870     05  PH-DEPOSIT-ENTRY    OCCURS 2 TIMES.
001880         10  PH-TRACE-NUMBER     PIC X(15).
001890         10  PH-DEPOSIT-AMOUNT   PIC 9(07)V99.
001900     05  PH-ORIG-DATE        PIC 9(08).
001910     05  PH-DEPT-COUNT       PIC 9(02).
001920     05  PH-DEPT-ENTRY       OCCURS 10 TIMES.
001930         10  PH-DPT-CODE         PIC X(03).
001940         10  PH-DPT-REG-HOURS    PIC 9(03).
001950         10  PH-DPT-OT-HOURS     PIC 9(03).
001960         10  PH-DPT-GROSS        PIC 9(07)V99.
001970     05  PH-DED-COUNT        PIC 9(02).
001980     05  PH-DED-ENTRY        OCCURS 20 TIMES.
001990         10  PH-DED-CODE         PIC X(03).
002000         10  PH-DED-KIND         PIC X(01).
002010             88  PH-DED-PRETAX           VALUE "P".
002020             88  PH-DED-AFTER-TAX        VALUE "D".
002030             88  PH-DED-ARREARS          VALUE "A".
002040         10  PH-DED-VENDOR       PIC X(20).
002050         10  PH-DED-AMOUNT       PIC 9(07)V99.
002060     05  PH-RETRO-PAY        PIC 9(07)V99.
002070     05  PH-SUPP-PAY         PIC 9(07)V99.
002080
002090 FD  BANK-MASTER-IN
002100     RECORDING MODE IS F.
002110 01  BANK-MASTER-IN-RECORD.
002120     05  BMI-ID-NUMERIC      PIC 9(03).
002130     05  BMI-ACCT-SEQ        PIC 9(01).
002140     05  FILLER              PIC X(46).
002150
002160 FD  BANK-MASTER-OUT
002170     RECORDING MODE IS F.
002180 01  BANK-MASTER-OUT-RECORD  PIC X(50).
002190
002200 FD  EMPLOYEE-MASTER-IN
002210     RECORDING MODE IS F.
002220 01  EMPLOYEE-MASTER-IN-RECORD.
002230     05  EMI-ID-NUMERIC      PIC 9(03).
002240     05  FILLER              PIC X(77).
002250
002260 FD  EMPLOYEE-MASTER-OUT
002270     RECORDING MODE IS F.
002280 01  EMPLOYEE-MASTER-OUT-RECORD  PIC X(80).
002290
002300 FD  BANK-AUDIT
002310     RECORDING MODE IS F.
002320 01  BANK-AUDIT-RECORD       PIC X(80).
002330
002340 FD  EMPLOYEE-AUDIT
002350     RECORDING MODE IS F.
002360 01  EMPLOYEE-AUDIT-RECORD   PIC X(80).
002370
002380 FD  REISSUE-FILE
002390     RECORDING MODE IS F.
002400 01  REISSUE-RECORD.
002410     05  RI-ID-NUMERIC       PIC 9(03).
002420     05  RI-NAME-ALPHA       PIC X(20).
002430     05  RI-DEPT-CODE        PIC X(03).
002440     05  RI-ORIG-DATE        PIC 9(08).
002450     05  RI-TRACE-NUMBER     PIC X(15).
002460     05  RI-RETURN-CODE      PIC X(03).
002470     05  RI-RETURN-DATE      PIC 9(08).
002480     05  RI-AMOUNT           PIC 9(07)V99.
002490
002500 FD  COMPANY-CONTROL
002510     RECORDING MODE IS F.
002520 01  COMPANY-CONTROL-RECORD.
002530     05  CC-EFFECTIVE-DATE   PIC 9(08).
002540     05  CC-FICA-WAGE-BASE   PIC 9(09)V99.
002550     05  CC-FUTA-RATE        PIC 9V999.
002560     05  CC-FUTA-WAGE-BASE   PIC 9(09)V99.
002570     05  CC-SUTA-RATE        PIC 9V999.
002580     05  CC-SUTA-WAGE-BASE   PIC 9(09)V99.
002590     05  CC-OT-THRESHOLD     PIC 9(03).
002600     05  CC-OT-MULTIPLIER    PIC 9V9.
002610     05  CC-MAX-HOURS        PIC 9(03).
002620     05  CC-MAX-RATE         PIC 9(03).
002630     05  CC-MAX-TAXRATE      PIC 9V99.
002640     05  CC-CHECK-START      PIC 9(06).
002650     05  CC-GL-WAGE-EXP      PIC X(04).
002660     05  CC-GL-SHIFT-PREM    PIC X(04).
002670     05  CC-GL-ER-TAX-EXP    PIC X(04).
002680     05  CC-GL-FED-WH        PIC X(04).
002690     05  CC-GL-STATE-WH      PIC X(04).
002700     05  CC-GL-FICA-WH       PIC X(04).
002710     05  CC-GL-FICA-ER       PIC X(04).
002720     05  CC-GL-FUTA          PIC X(04).
002730     05  CC-GL-SUTA          PIC X(04).
002740     05  CC-GL-VENDOR-LIAB   PIC X(04).
002750     05  CC-GL-CASH          PIC X(04).
002760     05  CC-GL-ACH-RETURN    PIC X(04).
002770     05  CC-SUPP-FED-RATE    PIC 9V999.
002780
002790 FD  GL-POSTING
002800     RECORDING MODE IS F.
002810 01  GL-POSTING-RECORD       PIC X(53).
002820
002830 FD  RETURNS-REPORT
002840     RECORDING MODE IS F.
002850 01  RETURNS-REPORT-RECORD   PIC X(132).
002860
002870 WORKING-STORAGE SECTION.
002880*-----------------------------------------------------------*
002890* FILE STATUS SWITCHES                                       *
002900*-----------------------------------------------------------*
002910 01  WS-ACHRTN-STATUS        PIC X(02).
002920     88  WS-ACHRTN-OK                 VALUE "00".
002930     88  WS-ACHRTN-EOF                VALUE "10".
002940     88  WS-ACHRTN-FILE-MISSING       VALUE "35".
002950
002960 01  WS-PAYHIST-STATUS       PIC X(02).
002970     88  WS-PAYHIST-OK                VALUE "00".
002980     88  WS-PAYHIST-EOF               VALUE "10".
002990     88  WS-PAYHIST-FILE-MISSING      VALUE "35".
003000
003010 01  WS-BNKMSTI-STATUS       PIC X(02).
003020     88  WS-BNKMSTI-OK                VALUE "00".
003030     88  WS-BNKMSTI-EOF               VALUE "10".
003040     88  WS-BNKMSTI-FILE-MISSING      VALUE "35".
003050
003060 01  WS-BNKMSTO-STATUS       PIC X(02).
003070     88  WS-BNKMSTO-OK                VALUE "00".
003080
003090 01  WS-EMPMSTI-STATUS       PIC X(02).
003100     88  WS-EMPMSTI-OK                VALUE "00".
003110     88  WS-EMPMSTI-EOF               VALUE "10".
003120     88  WS-EMPMSTI-FILE-MISSING      VALUE "35".
003130
003140 01  WS-EMPMSTO-STATUS       PIC X(02).
003150     88  WS-EMPMSTO-OK                VALUE "00".
003160
003170 01  WS-BNKAUDIT-STATUS      PIC X(02).
003180     88  WS-BNKAUDIT-OK               VALUE "00".
003190     88  WS-BNKAUDIT-FILE-MISSING     VALUE "35".
003200
003210 01  WS-AUDITTRL-STATUS      PIC X(02).
003220     88  WS-AUDITTRL-OK               VALUE "00".
003230     88  WS-AUDITTRL-FILE-MISSING     VALUE "35".
003240
003250 01  WS-REISSUE-STATUS       PIC X(02).
003260     88  WS-REISSUE-OK                VALUE "00".
003270     88  WS-REISSUE-EOF               VALUE "10".
003280     88  WS-REISSUE-FILE-MISSING      VALUE "35".
003290
003300 01  WS-COMPCTL-STATUS       PIC X(02).
003310     88  WS-COMPCTL-OK                VALUE "00".
003320     88  WS-COMPCTL-FILE-MISSING      VALUE "35".
003330
003340 01  WS-GLPOST-STATUS        PIC X(02).
003350     88  WS-GLPOST-OK                 VALUE "00".
003360
003370 01  WS-RTNRPT-STATUS        PIC X(02).
003380     88  WS-RTNRPT-OK                 VALUE "00".
003390
003400 01  WS-SWITCHES.
003410     05  WS-ABORT-SWITCH     PIC X(01)   VALUE "N".
003420         88  WS-RUN-ABORTED              VALUE "Y".
003430     05  WS-RTN-EOF-SWITCH   PIC X(01)   VALUE "N".
003440         88  WS-RTN-AT-END               VALUE "Y".
003450     05  WS-HIST-EOF-SWITCH  PIC X(01)   VALUE "N".
003460         88  WS-HIST-AT-END              VALUE "Y".
003470     05  WS-BNK-EOF-SWITCH   PIC X(01)   VALUE "N".
003480         88  WS-BNK-AT-END               VALUE "Y".
003490     05  WS-EMP-EOF-SWITCH   PIC X(01)   VALUE "N".
003500         88  WS-EMP-AT-END               VALUE "Y".
003510     05  WS-RI-EOF-SWITCH    PIC X(01)   VALUE "N".
003520         88  WS-RI-AT-END                VALUE "Y".
003530     05  WS-CTRL-EOF-SWITCH  PIC X(01)   VALUE "N".
003540         88  WS-CTRL-AT-END              VALUE "Y".
003550     05  CTRL-FOUND-SWITCH   PIC X(01)   VALUE "N".
003560         88  CTRL-FOUND                  VALUE "Y".
003570     05  ENTRY-HELD-SWITCH   PIC X(01)   VALUE "N".
003580         88  ENTRY-HELD                  VALUE "Y".
003590
003600*-----------------------------------------------------------*
003610* RUN DATE AND TIME FOR THE AUDIT TRAILS AND REPORT          *
003620*-----------------------------------------------------------*
003630 01  WS-SYSTEM-DATE.
003640     05  WS-SYSTEM-YYYY      PIC 9(04).
003650     05  WS-SYSTEM-MM        PIC 9(02).
003660     05  WS-SYSTEM-DD        PIC 9(02).
003670
003680 01  WS-SYSTEM-TIME.
003690     05  WS-TIME-HHMMSS      PIC 9(06).
003700     05  WS-TIME-HUNDREDTHS  PIC 9(02).
003710
003720 01  WS-RUN-DATE-DISPLAY     PIC X(10).
003730
003740 01  WORK-DATE               PIC 9(08)     VALUE ZERO.
003750 01  WORK-DATE-SPLIT REDEFINES WORK-DATE.
003760     05  WKD-YYYY            PIC 9(04).
003770     05  WKD-MM              PIC 9(02).
003780     05  WKD-DD              PIC 9(02).
003790 01  WORK-DATE-DISPLAY       PIC X(10).
003800
003810*-----------------------------------------------------------*
003820* COMPANY CONTROL - THE RECORD IN EFFECT ON THE RUN DATE     *
003830* SUPPLIES THE CASH AND RETURNED NET PAY GL ACCOUNTS         *
003840*-----------------------------------------------------------*
003850 01  CTRL-AS-OF-DATE         PIC 9(08)     VALUE ZERO.
003860 01  CTRL-BEST-DATE          PIC 9(08)     VALUE ZERO.
003870 01  CTRL-HOLD-RECORD        PIC X(121).
003880 01  CTRL-HOLD-FIELDS REDEFINES CTRL-HOLD-RECORD.
003890     05  CT-EFFECTIVE-DATE   PIC 9(08).
003900     05  FILLER              PIC X(61).
003910     05  CT-GL-WAGE-EXP      PIC X(04).
003920     05  CT-GL-SHIFT-PREM    PIC X(04).
003930     05  CT-GL-ER-TAX-EXP    PIC X(04).
003940     05  CT-GL-FED-WH        PIC X(04).
003950     05  CT-GL-STATE-WH      PIC X(04).
003960     05  CT-GL-FICA-WH       PIC X(04).
003970     05  CT-GL-FICA-ER       PIC X(04).
003980     05  CT-GL-FUTA          PIC X(04).
003990     05  CT-GL-SUTA          PIC X(04).
004000     05  CT-GL-VENDOR-LIAB   PIC X(04).
004010     05  CT-GL-CASH          PIC X(04).
004020     05  CT-GL-ACH-RETURN    PIC X(04).
004030     05  CT-SUPP-FED-RATE    PIC 9V999.
004040
004050 01  GL-ACCOUNT-CODES.
004060     05  GL-ACCT-CASH        PIC X(04)   VALUE "1010".
004070     05  GL-ACCT-ACH-RETURN  PIC X(04)   VALUE "2200".
004080
004090*-----------------------------------------------------------*
004100* ENTRY DETAIL HELD UNTIL ITS ADDENDA RECORD IS READ         *
004110*-----------------------------------------------------------*
004120 01  HOLD-ROUTING-ALPHA      PIC X(09)     VALUE SPACES.
004130 01  HOLD-ACCOUNT            PIC X(17)     VALUE SPACES.
004140 01  HOLD-AMOUNT             PIC 9(08)V99  VALUE ZERO.
004150 01  HOLD-EMP-ID             PIC 9(03)     VALUE ZERO.
004160 01  HOLD-ENTRY-NAME         PIC X(22)     VALUE SPACES.
004170
004180*-----------------------------------------------------------*
004190* RETURN AND NOC ITEMS - LOADED FROM ACH-RETURNS, MATCHED TO *
004200* THE PAYMENT HISTORY, THEN APPLIED TO THE BANK AND EMPLOYEE *
004210* MASTERS IN ONE PASS EACH                                   *
004220*-----------------------------------------------------------*
004230 01  ITEM-COUNT              PIC 9(03)  COMP  VALUE ZERO.
004240 01  ITEM-IDX                PIC 9(03)  COMP  VALUE ZERO.
004250 01  ITEM-MAX-ENTRIES        PIC 9(03)  COMP  VALUE 200.
004260 01  ITEM-TABLE.
004270     05  ITEM-ENTRY          OCCURS 200 TIMES.
004280         10  IT-KIND             PIC X(01).
004290             88  IT-KIND-RETURN            VALUE "R".
004300             88  IT-KIND-NOC               VALUE "N".
004310         10  IT-REASON-CODE      PIC X(03).
004320             88  IT-RETURN-HANDLED         VALUE "R01" "R03"
004330                                                 "R04".
004340             88  IT-NOC-ACCOUNT            VALUE "C01".
004350             88  IT-NOC-ROUTING            VALUE "C02".
004360         10  IT-ORIG-TRACE       PIC X(15).
004370         10  IT-ROUTING-ALPHA    PIC X(09).
004380         10  IT-ACCOUNT          PIC X(17).
004390         10  IT-AMOUNT           PIC 9(07)V99.
004400         10  IT-EMP-ID           PIC 9(03).
004410         10  IT-ENTRY-NAME       PIC X(22).
004420         10  IT-CORRECTED-DATA   PIC X(29).
004430         10  IT-CORR-ROUTING-VIEW REDEFINES IT-CORRECTED-DATA.
004440             15  IT-CORR-ROUTING-ALPHA PIC X(09).
004450             15  IT-CORR-ROUTING REDEFINES IT-CORR-ROUTING-ALPHA
004460                                 PIC 9(09).
004470             15  FILLER              PIC X(20).
004480         10  IT-CORR-ACCOUNT-VIEW REDEFINES IT-CORRECTED-DATA.
004490             15  IT-CORR-ACCOUNT     PIC X(17).
004500             15  FILLER              PIC X(12).
004510         10  IT-MATCH-SWITCH     PIC X(01).
004520             88  IT-MATCHED                VALUE "Y".
004530         10  IT-DONE-SWITCH      PIC X(01).
004540             88  IT-ALREADY-REISSUED       VALUE "Y".
004550         10  IT-ACCT-SWITCH      PIC X(01).
004560             88  IT-ACCOUNT-FOUND          VALUE "Y".
004570         10  IT-EMP-SWITCH       PIC X(01).
004580             88  IT-EMPLOYEE-FOUND         VALUE "Y".
004590         10  IT-PAY-DATE         PIC 9(08).
004600         10  IT-NAME             PIC X(20).
004610         10  IT-DEPT-CODE        PIC X(03).
004620         10  IT-ACTION           PIC X(50).
004630
004640*-----------------------------------------------------------*
004650* RUN CONTROL COUNTS AND TOTALS                              *
004660*-----------------------------------------------------------*
004670 01  RETURNS-READ-COUNT      PIC 9(05) COMP VALUE ZERO.
004680 01  NOCS-READ-COUNT         PIC 9(05) COMP VALUE ZERO.
004690 01  ITEMS-UNMATCHED-COUNT   PIC 9(05) COMP VALUE ZERO.
004700 01  ITEMS-REFERRED-COUNT    PIC 9(05) COMP VALUE ZERO.
004710 01  ACCOUNTS-BLOCKED-COUNT  PIC 9(05) COMP VALUE ZERO.
004720 01  NOCS-APPLIED-COUNT      PIC 9(05) COMP VALUE ZERO.
004730 01  EMPS-SWITCHED-COUNT     PIC 9(05) COMP VALUE ZERO.
004740 01  REISSUES-STAGED-COUNT   PIC 9(05) COMP VALUE ZERO.
004750 01  BANK-READ-COUNT         PIC 9(05) COMP VALUE ZERO.
004760 01  BANK-WRITTEN-COUNT      PIC 9(05) COMP VALUE ZERO.
004770 01  EMP-READ-COUNT          PIC 9(05) COMP VALUE ZERO.
004780 01  EMP-WRITTEN-COUNT       PIC 9(05) COMP VALUE ZERO.
004790 01  WS-TOTAL-RETURNED       PIC 9(09)V99   VALUE ZERO.
004800
004810*-----------------------------------------------------------*
004820* BANK ACCOUNT WORK RECORD - SAME LAYOUT AS THE BANK MASTER  *
004830*-----------------------------------------------------------*
004840 01  BANK-WORK-RECORD.
004850     05  BW-ID-NUMERIC       PIC 9(03).
004860     05  BW-ACCT-SEQ         PIC 9(01).
004870     05  BW-ROUTING-NUMBER   PIC 9(09).
004880     05  BW-ROUTING-ALPHA REDEFINES BW-ROUTING-NUMBER
004890                             PIC X(09).
004900     05  BW-ACCOUNT-NUMBER   PIC X(17).
004910     05  BW-ACCOUNT-TYPE     PIC X(01).
004920     05  BW-SPLIT-AMOUNT     PIC 9(07)V99.
004930     05  BW-PRENOTE-DATE     PIC 9(08).
004940     05  BW-PRENOTE-STATUS   PIC X(01).
004950     05  BW-ACCOUNT-STATUS   PIC X(01).
004960         88  BW-ACCOUNT-BLOCKED        VALUE "B".
004970
004980*-----------------------------------------------------------*
004990* EMPLOYEE MASTER WORK RECORD - ONLY THE PAY METHOD IS       *
005000* CHANGED HERE, THE REST OF THE RECORD PASSES THROUGH        *
005010*-----------------------------------------------------------*
005020 01  EMPLOYEE-WORK-RECORD.
005030     05  EW-ID-NUMERIC       PIC 9(03).
005040     05  FILLER              PIC X(52).
005050     05  EW-PAY-METHOD       PIC X(01).
005060         88  EW-PAY-ACH                VALUE "D".
005070         88  EW-PAY-CHECK              VALUE "C".
005080     05  FILLER              PIC X(24).
005090
005100 01  AUDIT-USER-ID           PIC X(08)     VALUE "ACHRTN".
005110
005120*-----------------------------------------------------------*
005130* AUDIT-TRAIL RECORD LAYOUTS - BANK ACCOUNT MAINTENANCE AND  *
005140* EMPLOYEE MASTER MAINTENANCE FORMATS                        *
005150*-----------------------------------------------------------*
005160 01  WS-BANK-AUDIT-LINE.
005170     05  BAL-DATE            PIC 9(08).
005180     05  BAL-TIME            PIC 9(06).
005190     05  BAL-USER-ID         PIC X(08).
005200     05  BAL-ID-NUMERIC      PIC 9(03).
005210     05  BAL-ACCT-SEQ        PIC 9(01).
005220     05  BAL-ACTION-CODE     PIC X(01).
005230     05  BAL-FIELD-NAME      PIC X(14).
005240     05  BAL-BEFORE          PIC X(20).
005250     05  BAL-AFTER           PIC X(19).
005260
005270 01  WS-EMP-AUDIT-LINE.
005280     05  EAL-DATE            PIC 9(08).
005290     05  EAL-TIME            PIC 9(06).
005300     05  EAL-USER-ID         PIC X(08).
005310     05  EAL-ID-NUMERIC      PIC 9(03).
005320     05  EAL-ACTION-CODE     PIC X(01).
005330     05  EAL-FIELD-NAME      PIC X(14).
005340     05  EAL-BEFORE          PIC X(20).
005350     05  EAL-AFTER           PIC X(20).
005360
005370*-----------------------------------------------------------*
005380* GL POSTING LINE - SAME LAYOUT AS THE PAY RUN'S POSTING FILE*
005390*-----------------------------------------------------------*
005400 01  WS-GL-LINE.
005410     05  GLL-ACCOUNT         PIC X(04).
005420     05  GLL-COST-CENTER     PIC X(03).
005430     05  GLL-DESC            PIC X(24).
005440     05  GLL-DEBIT           PIC 9(09)V99.
005450     05  GLL-CREDIT          PIC 9(09)V99.
005460
005470*-----------------------------------------------------------*
005480* RETURNS-REPORT PRINT LINES                                 *
005490*-----------------------------------------------------------*
005500 01  WS-REPORT-HEADING.
005510     05  FILLER              PIC X(42)   VALUE
005520             "ACH RETURNS AND NOTIFICATIONS OF CHANGE".
005530     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
005540     05  RH-RUN-DATE         PIC X(10).
005550     05  FILLER              PIC X(70)   VALUE SPACES.
005560
005570 01  WS-COLUMN-LINE.
005580     05  FILLER              PIC X(37)   VALUE
005590             "TYPE   CODE  EMP  NAME".
005600     05  FILLER              PIC X(12)   VALUE "PAY DATE".
005610     05  FILLER              PIC X(17)   VALUE "ORIGINAL TRACE".
005620     05  FILLER              PIC X(12)   VALUE "     AMOUNT".
005630     05  FILLER              PIC X(54)   VALUE "ACTION".
005640
005650 01  WS-ITEM-LINE.
005660     05  ITL-KIND            PIC X(06).
005670     05  FILLER              PIC X(01)   VALUE SPACES.
005680     05  ITL-CODE            PIC X(03).
005690     05  FILLER              PIC X(03)   VALUE SPACES.
005700     05  ITL-ID              PIC Z(3).
005710     05  FILLER              PIC X(02)   VALUE SPACES.
005720     05  ITL-NAME            PIC X(20).
005730     05  FILLER              PIC X(02)   VALUE SPACES.
005740     05  ITL-PAY-DATE        PIC X(10).
005750     05  FILLER              PIC X(02)   VALUE SPACES.
005760     05  ITL-TRACE           PIC X(15).
005770     05  FILLER              PIC X(02)   VALUE SPACES.
005780     05  ITL-AMOUNT          PIC ZZZZZZ9.99.
005790     05  FILLER              PIC X(02)   VALUE SPACES.
005800     05  ITL-ACTION          PIC X(50).
005810     05  FILLER              PIC X(01)   VALUE SPACES.
005820
005830 01  WS-SUMMARY-LINE.
005840     05  SM-LABEL            PIC X(30).
005850     05  SM-COUNT            PIC ZZZZ9.
005860     05  FILLER              PIC X(97)   VALUE SPACES.
005870
005880 01  WS-AMOUNT-LINE.
005890     05  SAL-LABEL           PIC X(30).
005900     05  SAL-AMOUNT          PIC ZZZZZZZZ9.99.
005910     05  FILLER              PIC X(90)   VALUE SPACES.
005920
005930 01  WS-NONE-LINE.
005940     05  FILLER              PIC X(40)   VALUE
005950             "NO RETURN OR NOC ENTRIES ON THE FILE".
005960     05  FILLER              PIC X(92)   VALUE SPACES.
005970
005980 01  WS-BLANK-LINE           PIC X(132)  VALUE SPACES.
005990
006000 PROCEDURE DIVISION.
006010*-----------------------------------------------------------*
006020* 0000-MAINLINE                                              *
006030*-----------------------------------------------------------*
006040 0000-MAINLINE.
006050     PERFORM 1000-INITIALIZE THRU 1000-EXIT
006060     IF NOT WS-RUN-ABORTED
006070         PERFORM 1200-LOAD-RETURN-ITEM THRU 1200-EXIT
006080             UNTIL WS-RTN-AT-END
006090         PERFORM 1300-MATCH-PAY-HISTORY THRU 1300-EXIT
006100         PERFORM 1400-CHECK-STAGED-REISSUES THRU 1400-EXIT
006110         PERFORM 2000-UPDATE-BANK-MASTER THRU 2000-EXIT
006120         PERFORM 2500-UPDATE-EMPLOYEE-MASTER THRU 2500-EXIT
006130         PERFORM 4000-FINISH-ITEM THRU 4000-EXIT
006140             VARYING ITEM-IDX FROM 1 BY 1
006150             UNTIL ITEM-IDX > ITEM-COUNT
006160         PERFORM 4500-WRITE-GL-POSTING THRU 4500-EXIT
006170     END-IF
006180     PERFORM 3000-TERMINATE THRU 3000-EXIT
006190     STOP RUN.
006200
006210*-----------------------------------------------------------*
006220* 1000-INITIALIZE - THE RETURN FILE AND BOTH MASTERS MUST BE *
006230* PRESENT; NOTHING IS WRITTEN WHEN ANY OF THEM IS MISSING    *
006240*-----------------------------------------------------------*
006250 1000-INITIALIZE.
006260     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
006270     ACCEPT WS-SYSTEM-TIME FROM TIME
006280     STRING WS-SYSTEM-MM   DELIMITED BY SIZE
006290            "/"            DELIMITED BY SIZE
006300            WS-SYSTEM-DD   DELIMITED BY SIZE
006310            "/"            DELIMITED BY SIZE
006320            WS-SYSTEM-YYYY DELIMITED BY SIZE
006330         INTO WS-RUN-DATE-DISPLAY
006340     END-STRING
006350
006360     OPEN OUTPUT RETURNS-REPORT
006370     IF NOT WS-RTNRPT-OK
006380         DISPLAY "ERROR OPENING RETURNS-REPORT, STATUS = "
006390             WS-RTNRPT-STATUS
006400         MOVE "Y" TO WS-ABORT-SWITCH
006410         GO TO 1000-EXIT
006420     END-IF
006430     MOVE WS-RUN-DATE-DISPLAY TO RH-RUN-DATE
006440     WRITE RETURNS-REPORT-RECORD FROM WS-REPORT-HEADING
006450     WRITE RETURNS-REPORT-RECORD FROM WS-BLANK-LINE
006460
006470     OPEN INPUT ACH-RETURNS
006480     IF NOT WS-ACHRTN-OK
006490         DISPLAY "ERROR OPENING ACH-RETURNS, STATUS = "
006500             WS-ACHRTN-STATUS " - NO RETURNS PROCESSED"
006510         MOVE "Y" TO WS-ABORT-SWITCH
006520         GO TO 1000-EXIT
006530     END-IF
006540
006550     OPEN INPUT BANK-MASTER-IN
006560     IF NOT WS-BNKMSTI-OK
006570         DISPLAY "ERROR OPENING BANK-MASTER-IN, STATUS = "
006580             WS-BNKMSTI-STATUS " - NO RETURNS PROCESSED"
006590         MOVE "Y" TO WS-ABORT-SWITCH
006600         GO TO 1000-EXIT
006610     END-IF
006620
006630     OPEN INPUT EMPLOYEE-MASTER-IN
006640     IF NOT WS-EMPMSTI-OK
006650         DISPLAY "ERROR OPENING EMPLOYEE-MASTER-IN, STATUS = "
006660             WS-EMPMSTI-STATUS " - NO RETURNS PROCESSED"
006670         MOVE "Y" TO WS-ABORT-SWITCH
006680         GO TO 1000-EXIT
006690     END-IF
006700
006710     OPEN OUTPUT BANK-MASTER-OUT
006720     IF NOT WS-BNKMSTO-OK
006730         DISPLAY "ERROR OPENING BANK-MASTER-OUT, STATUS = "
006740             WS-BNKMSTO-STATUS
006750         MOVE "Y" TO WS-ABORT-SWITCH
006760         GO TO 1000-EXIT
006770     END-IF
006780
006790     OPEN OUTPUT EMPLOYEE-MASTER-OUT
006800     IF NOT WS-EMPMSTO-OK
006810         DISPLAY "ERROR OPENING EMPLOYEE-MASTER-OUT, STATUS = "
006820             WS-EMPMSTO-STATUS
006830         MOVE "Y" TO WS-ABORT-SWITCH
006840         GO TO 1000-EXIT
006850     END-IF
006860
006870     OPEN EXTEND BANK-AUDIT
006880     IF WS-BNKAUDIT-FILE-MISSING
006890         OPEN OUTPUT BANK-AUDIT
006900     END-IF
006910     IF NOT WS-BNKAUDIT-OK
006920         DISPLAY "ERROR OPENING BANK-AUDIT, STATUS = "
006930             WS-BNKAUDIT-STATUS
006940         MOVE "Y" TO WS-ABORT-SWITCH
006950         GO TO 1000-EXIT
006960     END-IF
006970
006980     OPEN EXTEND EMPLOYEE-AUDIT
006990     IF WS-AUDITTRL-FILE-MISSING
007000         OPEN OUTPUT EMPLOYEE-AUDIT
007010     END-IF
007020     IF NOT WS-AUDITTRL-OK
007030         DISPLAY "ERROR OPENING EMPLOYEE-AUDIT, STATUS = "
007040             WS-AUDITTRL-STATUS
007050         MOVE "Y" TO WS-ABORT-SWITCH
007060         GO TO 1000-EXIT
007070     END-IF
007080
007090     OPEN OUTPUT GL-POSTING
007100     IF NOT WS-GLPOST-OK
007110         DISPLAY "ERROR OPENING GL-POSTING, STATUS = "
007120             WS-GLPOST-STATUS
007130         MOVE "Y" TO WS-ABORT-SWITCH
007140         GO TO 1000-EXIT
007150     END-IF
007160
007170     PERFORM 1100-LOAD-COMPANY-CONTROL THRU 1100-EXIT.
007180 1000-EXIT.
007190     EXIT.
007200
007210*-----------------------------------------------------------*
007220* 1100-LOAD-COMPANY-CONTROL - KEEP THE RECORD WITH THE LATEST*
007230* EFFECTIVE DATE NOT AFTER THE RUN DATE; THE COMPILED GL     *
007240* ACCOUNTS STAND WHEN THERE IS NONE                          *
007250*-----------------------------------------------------------*
007260 1100-LOAD-COMPANY-CONTROL.
007270     MOVE WS-SYSTEM-DATE TO CTRL-AS-OF-DATE
007280     OPEN INPUT COMPANY-CONTROL
007290     IF WS-COMPCTL-FILE-MISSING
007300         DISPLAY "COMPANY-CONTROL NOT FOUND - COMPILED "
007310             "DEFAULT GL ACCOUNTS IN USE"
007320         GO TO 1100-EXIT
007330     END-IF
007340     IF NOT WS-COMPCTL-OK
007350         DISPLAY "ERROR OPENING COMPANY-CONTROL, STATUS = "
007360             WS-COMPCTL-STATUS " - DEFAULT GL ACCOUNTS IN USE"
007370         GO TO 1100-EXIT
007380     END-IF
007390     PERFORM 1110-SELECT-CONTROL-RECORD THRU 1110-EXIT
007400         UNTIL WS-CTRL-AT-END
007410     CLOSE COMPANY-CONTROL
007420     IF CTRL-FOUND
007430         MOVE CT-GL-CASH TO GL-ACCT-CASH
007440         IF CT-GL-ACH-RETURN NOT = SPACES
007450             MOVE CT-GL-ACH-RETURN TO GL-ACCT-ACH-RETURN
007460         END-IF
007470     END-IF.
007480 1100-EXIT.
007490     EXIT.
007500
007510*-----------------------------------------------------------*
007520* 1110-SELECT-CONTROL-RECORD                                 *
007530*-----------------------------------------------------------*
007540 1110-SELECT-CONTROL-RECORD.
007550     READ COMPANY-CONTROL
007560         AT END
007570             MOVE "Y" TO WS-CTRL-EOF-SWITCH
007580         NOT AT END
007590             IF CC-EFFECTIVE-DATE NOT > CTRL-AS-OF-DATE
007600                 AND CC-EFFECTIVE-DATE NOT < CTRL-BEST-DATE
007610                 MOVE CC-EFFECTIVE-DATE TO CTRL-BEST-DATE
007620                 MOVE COMPANY-CONTROL-RECORD TO CTRL-HOLD-RECORD
007630                 MOVE "Y" TO CTRL-FOUND-SWITCH
007640             END-IF
007650     END-READ.
007660 1110-EXIT.
007670     EXIT.
007680
007690*-----------------------------------------------------------*
007700* 1200-LOAD-RETURN-ITEM - AN ENTRY DETAIL IS HELD UNTIL ITS  *
007710* ADDENDA ARRIVES; FILE, BATCH, AND CONTROL RECORDS AND ANY  *
007720* OTHER ADDENDA TYPE ARE PASSED OVER                         *
007730*-----------------------------------------------------------*
007740 1200-LOAD-RETURN-ITEM.
007750     READ ACH-RETURNS
007760         AT END
007770             MOVE "Y" TO WS-RTN-EOF-SWITCH
007780             GO TO 1200-EXIT
007790     END-READ
007800
007810     IF AR-ENTRY-DETAIL
007820         MOVE "Y" TO ENTRY-HELD-SWITCH
007830         MOVE AE-RDFI-ROUTING    TO HOLD-ROUTING-ALPHA
007840         MOVE AE-CHECK-DIGIT     TO HOLD-ROUTING-ALPHA(9:1)
007850         MOVE AE-ACCOUNT         TO HOLD-ACCOUNT
007860         MOVE AE-AMOUNT          TO HOLD-AMOUNT
007870         MOVE AE-INDIVIDUAL-NAME TO HOLD-ENTRY-NAME
007880         IF AE-EMP-ID-ALPHA IS NUMERIC
007890             MOVE AE-EMP-ID TO HOLD-EMP-ID
007900         ELSE
007910             MOVE ZERO TO HOLD-EMP-ID
007920         END-IF
007930         GO TO 1200-EXIT
007940     END-IF
007950
007960     IF NOT AR-ADDENDA
007970         GO TO 1200-EXIT
007980     END-IF
007990     IF NOT ENTRY-HELD
008000         DISPLAY "ADDENDA WITHOUT ENTRY DETAIL ON ACH-RETURNS - "
008010             "TRACE " AA-TRACE-NUMBER " IGNORED"
008020         GO TO 1200-EXIT
008030     END-IF
008040     MOVE "N" TO ENTRY-HELD-SWITCH
008050     IF NOT AA-TYPE-RETURN AND NOT AA-TYPE-NOC
008060         GO TO 1200-EXIT
008070     END-IF
008080     IF ITEM-COUNT NOT < ITEM-MAX-ENTRIES
008090         DISPLAY "RETURN ITEM TABLE FULL - ORIGINAL TRACE "
008100             AA-ORIG-TRACE " NOT PROCESSED"
008110         GO TO 1200-EXIT
008120     END-IF
008130
008140     ADD 1 TO ITEM-COUNT
008150     IF AA-TYPE-RETURN
008160         MOVE "R" TO IT-KIND(ITEM-COUNT)
008170         ADD 1 TO RETURNS-READ-COUNT
008180     ELSE
008190         MOVE "N" TO IT-KIND(ITEM-COUNT)
008200         ADD 1 TO NOCS-READ-COUNT
008210     END-IF
008220     MOVE AA-REASON-CODE     TO IT-REASON-CODE(ITEM-COUNT)
008230     MOVE AA-ORIG-TRACE      TO IT-ORIG-TRACE(ITEM-COUNT)
008240     MOVE AA-CORRECTED-DATA  TO IT-CORRECTED-DATA(ITEM-COUNT)
008250     MOVE HOLD-ROUTING-ALPHA TO IT-ROUTING-ALPHA(ITEM-COUNT)
008260     MOVE HOLD-ACCOUNT       TO IT-ACCOUNT(ITEM-COUNT)
008270     MOVE HOLD-AMOUNT        TO IT-AMOUNT(ITEM-COUNT)
008280     MOVE HOLD-EMP-ID        TO IT-EMP-ID(ITEM-COUNT)
008290     MOVE HOLD-ENTRY-NAME    TO IT-ENTRY-NAME(ITEM-COUNT)
008300     MOVE "N"    TO IT-MATCH-SWITCH(ITEM-COUNT)
008310     MOVE "N"    TO IT-DONE-SWITCH(ITEM-COUNT)
008320     MOVE "N"    TO IT-ACCT-SWITCH(ITEM-COUNT)
008330     MOVE "N"    TO IT-EMP-SWITCH(ITEM-COUNT)
008340     MOVE ZERO   TO IT-PAY-DATE(ITEM-COUNT)
008350     MOVE SPACES TO IT-NAME(ITEM-COUNT)
008360     MOVE SPACES TO IT-DEPT-CODE(ITEM-COUNT)
008370     MOVE SPACES TO IT-ACTION(ITEM-COUNT).
008380 1200-EXIT.
008390     EXIT.
008400
008410*-----------------------------------------------------------*
008420* 1300-MATCH-PAY-HISTORY - ONE PASS OF THE PAYMENT HISTORY;  *
008430* AN ITEM MATCHES THE LATEST DEPOSIT FOR ITS EMPLOYEE WITH   *
008440* THE SAME TRACE NUMBER, AND A REISSUE ALREADY PAID FOR      *
008450* THAT DEPOSIT MARKS THE ITEM DONE                           *
008460*-----------------------------------------------------------*
008470 1300-MATCH-PAY-HISTORY.
008480     IF ITEM-COUNT = ZERO
008490         GO TO 1300-EXIT
008500     END-IF
008510     OPEN INPUT PAY-HISTORY
008520     IF WS-PAYHIST-FILE-MISSING
008530         DISPLAY "PAY-HISTORY NOT FOUND - NO RETURN CAN BE "
008540             "MATCHED TO A PAYMENT"
008550         GO TO 1300-EXIT
008560     END-IF
008570     IF NOT WS-PAYHIST-OK
008580         DISPLAY "ERROR OPENING PAY-HISTORY, STATUS = "
008590             WS-PAYHIST-STATUS
008600         GO TO 1300-EXIT
008610     END-IF
008620     PERFORM 1310-CHECK-HISTORY-RECORD THRU 1310-EXIT
008630         UNTIL WS-HIST-AT-END
008640     CLOSE PAY-HISTORY.
008650 1300-EXIT.
008660     EXIT.
008670
008680*-----------------------------------------------------------*
008690* 1310-CHECK-HISTORY-RECORD                                  *
008700*-----------------------------------------------------------*
008710 1310-CHECK-HISTORY-RECORD.
008720     READ PAY-HISTORY
008730         AT END
008740             MOVE "Y" TO WS-HIST-EOF-SWITCH
008750             GO TO 1310-EXIT
008760     END-READ
008770     IF PH-TYPE-VOID
008780         GO TO 1310-EXIT
008790     END-IF
008800     IF NOT PH-TYPE-REISSUE
008810         AND NOT PH-PAID-BY-ACH
008820         GO TO 1310-EXIT
008830     END-IF
008840     PERFORM 1320-MATCH-ONE-ITEM THRU 1320-EXIT
008850         VARYING ITEM-IDX FROM 1 BY 1
008860         UNTIL ITEM-IDX > ITEM-COUNT.
008870 1310-EXIT.
008880     EXIT.
008890
008900*-----------------------------------------------------------*
008910* 1320-MATCH-ONE-ITEM - A REISSUE HISTORY RECORD CARRIES THE *
008920* RETURNED TRACE NUMBER AND THE ORIGINAL PAY DATE            *
008930*-----------------------------------------------------------*
008940 1320-MATCH-ONE-ITEM.
008950     IF IT-ORIG-TRACE(ITEM-IDX) = SPACES
008960         GO TO 1320-EXIT
008970     END-IF
008980     IF IT-EMP-ID(ITEM-IDX) NOT = ZERO
008990         AND IT-EMP-ID(ITEM-IDX) NOT = PH-ID-NUMERIC
009000         GO TO 1320-EXIT
009010     END-IF
009020     IF PH-TYPE-REISSUE
009030         IF IT-MATCHED(ITEM-IDX)
009040             AND PH-TRACE-NUMBER(1) = IT-ORIG-TRACE(ITEM-IDX)
009050             AND PH-ORIG-DATE = IT-PAY-DATE(ITEM-IDX)
009060             MOVE "Y" TO IT-DONE-SWITCH(ITEM-IDX)
009070         END-IF
009080         GO TO 1320-EXIT
009090     END-IF
009100     IF PH-TRACE-NUMBER(1) = IT-ORIG-TRACE(ITEM-IDX)
009110         OR PH-TRACE-NUMBER(2) = IT-ORIG-TRACE(ITEM-IDX)
009120         MOVE "Y"           TO IT-MATCH-SWITCH(ITEM-IDX)
009130         MOVE "N"           TO IT-DONE-SWITCH(ITEM-IDX)
009140         MOVE PH-ID-NUMERIC TO IT-EMP-ID(ITEM-IDX)
009150         MOVE PH-NAME-ALPHA TO IT-NAME(ITEM-IDX)
009160         MOVE PH-DEPT-CODE  TO IT-DEPT-CODE(ITEM-IDX)
009170         MOVE PH-PAY-DATE   TO IT-PAY-DATE(ITEM-IDX)
009180     END-IF.
009190 1320-EXIT.
009200     EXIT.
009210
009220*-----------------------------------------------------------*
009230* 1400-CHECK-STAGED-REISSUES - A RETURN ALREADY STAGED AND   *
009240* NOT YET PAID IS NOT STAGED AGAIN; THE FILE IS THEN OPENED  *
009250* FOR THIS RUN'S REISSUES                                    *
009260*-----------------------------------------------------------*
009270 1400-CHECK-STAGED-REISSUES.
009280     OPEN INPUT REISSUE-FILE
009290     IF WS-REISSUE-OK
009300         PERFORM 1410-CHECK-ONE-STAGED THRU 1410-EXIT
009310             UNTIL WS-RI-AT-END
009320         CLOSE REISSUE-FILE
009330     END-IF
009340     OPEN EXTEND REISSUE-FILE
009350     IF WS-REISSUE-FILE-MISSING
009360         OPEN OUTPUT REISSUE-FILE
009370     END-IF
009380     IF NOT WS-REISSUE-OK
009390         DISPLAY "ERROR OPENING REISSUE-FILE, STATUS = "
009400             WS-REISSUE-STATUS " - NO REISSUES STAGED"
009410     END-IF.
009420 1400-EXIT.
009430     EXIT.
009440
009450*-----------------------------------------------------------*
009460* 1410-CHECK-ONE-STAGED                                      *
009470*-----------------------------------------------------------*
009480 1410-CHECK-ONE-STAGED.
009490     READ REISSUE-FILE
009500         AT END
009510             MOVE "Y" TO WS-RI-EOF-SWITCH
009520             GO TO 1410-EXIT
009530     END-READ
009540     PERFORM 1420-MATCH-STAGED-ITEM THRU 1420-EXIT
009550         VARYING ITEM-IDX FROM 1 BY 1
009560         UNTIL ITEM-IDX > ITEM-COUNT.
009570 1410-EXIT.
009580     EXIT.
009590
009600*-----------------------------------------------------------*
009610* 1420-MATCH-STAGED-ITEM                                     *
009620*-----------------------------------------------------------*
009630 1420-MATCH-STAGED-ITEM.
009640     IF IT-MATCHED(ITEM-IDX)
009650         AND RI-ID-NUMERIC = IT-EMP-ID(ITEM-IDX)
009660         AND RI-TRACE-NUMBER = IT-ORIG-TRACE(ITEM-IDX)
009670         AND RI-ORIG-DATE = IT-PAY-DATE(ITEM-IDX)
009680         MOVE "Y" TO IT-DONE-SWITCH(ITEM-IDX)
009690     END-IF.
009700 1420-EXIT.
009710     EXIT.
009720
009730*-----------------------------------------------------------*
009740* 2000-UPDATE-BANK-MASTER - OLD MASTER IN, NEW MASTER OUT;   *
009750* EACH ACCOUNT IS CHECKED AGAINST EVERY MATCHED ITEM         *
009760*-----------------------------------------------------------*
009770 2000-UPDATE-BANK-MASTER.
009780     PERFORM 8000-READ-BANK-MASTER THRU 8000-EXIT
009790     PERFORM 2100-APPLY-BANK-ITEMS THRU 2100-EXIT
009800         UNTIL WS-BNK-AT-END.
009810 2000-EXIT.
009820     EXIT.
009830
009840*-----------------------------------------------------------*
009850* 2100-APPLY-BANK-ITEMS                                      *
009860*-----------------------------------------------------------*
009870 2100-APPLY-BANK-ITEMS.
009880     MOVE BANK-MASTER-IN-RECORD TO BANK-WORK-RECORD
009890     PERFORM 2110-APPLY-ONE-BANK-ITEM THRU 2110-EXIT
009900         VARYING ITEM-IDX FROM 1 BY 1
009910         UNTIL ITEM-IDX > ITEM-COUNT
009920     MOVE BANK-WORK-RECORD TO BANK-MASTER-OUT-RECORD
009930     WRITE BANK-MASTER-OUT-RECORD
009940     ADD 1 TO BANK-WRITTEN-COUNT
009950     PERFORM 8000-READ-BANK-MASTER THRU 8000-EXIT.
009960 2100-EXIT.
009970     EXIT.
009980
009990*-----------------------------------------------------------*
010000* 2110-APPLY-ONE-BANK-ITEM - THE ACCOUNT MUST BE THE ONE THE *
010010* ENTRY WAS SENT TO (SAME EMPLOYEE, ROUTING, AND ACCOUNT)    *
010020*-----------------------------------------------------------*
010030 2110-APPLY-ONE-BANK-ITEM.
010040     IF NOT IT-MATCHED(ITEM-IDX)
010050         GO TO 2110-EXIT
010060     END-IF
010070     IF BW-ID-NUMERIC NOT = IT-EMP-ID(ITEM-IDX)
010080         OR BW-ROUTING-ALPHA NOT = IT-ROUTING-ALPHA(ITEM-IDX)
010090         OR BW-ACCOUNT-NUMBER NOT = IT-ACCOUNT(ITEM-IDX)
010100         GO TO 2110-EXIT
010110     END-IF
010120     MOVE "Y" TO IT-ACCT-SWITCH(ITEM-IDX)
010130     IF IT-KIND-RETURN(ITEM-IDX)
010140         IF IT-RETURN-HANDLED(ITEM-IDX)
010150             PERFORM 2200-BLOCK-ACCOUNT THRU 2200-EXIT
010160         END-IF
010170     ELSE
010180         IF IT-NOC-ACCOUNT(ITEM-IDX)
010190             PERFORM 2300-CORRECT-ACCOUNT THRU 2300-EXIT
010200         END-IF
010210         IF IT-NOC-ROUTING(ITEM-IDX)
010220             PERFORM 2350-CORRECT-ROUTING THRU 2350-EXIT
010230         END-IF
010240     END-IF.
010250 2110-EXIT.
010260     EXIT.
010270
010280*-----------------------------------------------------------*
010290* 2200-BLOCK-ACCOUNT - THE PAY RUN SENDS NOTHING TO A BLOCKED*
010300* ACCOUNT; A ROUTING OR ACCOUNT CHANGE KEYED THROUGH BANK    *
010310* ACCOUNT MAINTENANCE RELEASES IT                            *
010320*-----------------------------------------------------------*
010330 2200-BLOCK-ACCOUNT.
010340     IF BW-ACCOUNT-BLOCKED
010350         GO TO 2200-EXIT
010360     END-IF
010370     MOVE "B" TO BW-ACCOUNT-STATUS
010380     ADD 1 TO ACCOUNTS-BLOCKED-COUNT
010390     MOVE "ACCOUNT STATUS" TO BAL-FIELD-NAME
010400     MOVE "ACTIVE"         TO BAL-BEFORE
010410     MOVE "BLOCKED"        TO BAL-AFTER
010420     PERFORM 2650-WRITE-BANK-AUDIT THRU 2650-EXIT.
010430 2200-EXIT.
010440     EXIT.
010450
010460*-----------------------------------------------------------*
010470* 2300-CORRECT-ACCOUNT - C01 CARRIES THE CORRECT ACCOUNT     *
010480* NUMBER LEFT-JUSTIFIED IN THE CORRECTED DATA                *
010490*-----------------------------------------------------------*
010500 2300-CORRECT-ACCOUNT.
010510     IF IT-CORR-ACCOUNT(ITEM-IDX) = SPACES
010520         MOVE "CORRECTED ACCOUNT MISSING - NOT APPLIED"
010530             TO IT-ACTION(ITEM-IDX)
010540         GO TO 2300-EXIT
010550     END-IF
010560     MOVE "ACCOUNT NUMBER"          TO BAL-FIELD-NAME
010570     MOVE BW-ACCOUNT-NUMBER         TO BAL-BEFORE
010580     MOVE IT-CORR-ACCOUNT(ITEM-IDX) TO BAL-AFTER
010590     PERFORM 2650-WRITE-BANK-AUDIT THRU 2650-EXIT
010600     MOVE IT-CORR-ACCOUNT(ITEM-IDX) TO BW-ACCOUNT-NUMBER
010610     ADD 1 TO NOCS-APPLIED-COUNT
010620     MOVE "ACCOUNT NUMBER CORRECTED" TO IT-ACTION(ITEM-IDX).
010630 2300-EXIT.
010640     EXIT.
010650
010660*-----------------------------------------------------------*
010670* 2350-CORRECT-ROUTING - C02 CARRIES THE CORRECT NINE-DIGIT  *
010680* ROUTING NUMBER LEFT-JUSTIFIED IN THE CORRECTED DATA        *
010690*-----------------------------------------------------------*
010700 2350-CORRECT-ROUTING.
010710     IF IT-CORR-ROUTING-ALPHA(ITEM-IDX) IS NOT NUMERIC
010720         MOVE "CORRECTED ROUTING NOT NUMERIC - NOT APPLIED"
010730             TO IT-ACTION(ITEM-IDX)
010740         GO TO 2350-EXIT
010750     END-IF
010760     MOVE "ROUTING"                       TO BAL-FIELD-NAME
010770     MOVE BW-ROUTING-ALPHA                TO BAL-BEFORE
010780     MOVE IT-CORR-ROUTING-ALPHA(ITEM-IDX) TO BAL-AFTER
010790     PERFORM 2650-WRITE-BANK-AUDIT THRU 2650-EXIT
010800     MOVE IT-CORR-ROUTING(ITEM-IDX) TO BW-ROUTING-NUMBER
010810     ADD 1 TO NOCS-APPLIED-COUNT
010820     MOVE "ROUTING NUMBER CORRECTED" TO IT-ACTION(ITEM-IDX).
010830 2350-EXIT.
010840     EXIT.
010850
010860*-----------------------------------------------------------*
010870* 2500-UPDATE-EMPLOYEE-MASTER - OLD MASTER IN, NEW MASTER OUT*
010880*-----------------------------------------------------------*
010890 2500-UPDATE-EMPLOYEE-MASTER.
010900     PERFORM 8100-READ-EMPLOYEE-MASTER THRU 8100-EXIT
010910     PERFORM 2510-APPLY-EMPLOYEE-ITEMS THRU 2510-EXIT
010920         UNTIL WS-EMP-AT-END.
010930 2500-EXIT.
010940     EXIT.
010950
010960*-----------------------------------------------------------*
010970* 2510-APPLY-EMPLOYEE-ITEMS                                  *
010980*-----------------------------------------------------------*
010990 2510-APPLY-EMPLOYEE-ITEMS.
011000     MOVE EMPLOYEE-MASTER-IN-RECORD TO EMPLOYEE-WORK-RECORD
011010     PERFORM 2520-APPLY-ONE-EMP-ITEM THRU 2520-EXIT
011020         VARYING ITEM-IDX FROM 1 BY 1
011030         UNTIL ITEM-IDX > ITEM-COUNT
011040     MOVE EMPLOYEE-WORK-RECORD TO EMPLOYEE-MASTER-OUT-RECORD
011050     WRITE EMPLOYEE-MASTER-OUT-RECORD
011060     ADD 1 TO EMP-WRITTEN-COUNT
011070     PERFORM 8100-READ-EMPLOYEE-MASTER THRU 8100-EXIT.
011080 2510-EXIT.
011090     EXIT.
011100
011110*-----------------------------------------------------------*
011120* 2520-APPLY-ONE-EMP-ITEM - A HANDLED RETURN PUTS THE        *
011130* EMPLOYEE ON PAPER CHECKS UNTIL PAYROLL CHANGES IT BACK     *
011140*-----------------------------------------------------------*
011150 2520-APPLY-ONE-EMP-ITEM.
011160     IF NOT IT-KIND-RETURN(ITEM-IDX)
011170         OR NOT IT-MATCHED(ITEM-IDX)
011180         OR NOT IT-RETURN-HANDLED(ITEM-IDX)
011190         OR IT-EMP-ID(ITEM-IDX) NOT = EW-ID-NUMERIC
011200         GO TO 2520-EXIT
011210     END-IF
011220     MOVE "Y" TO IT-EMP-SWITCH(ITEM-IDX)
011230     IF NOT EW-PAY-ACH
011240         GO TO 2520-EXIT
011250     END-IF
011260     MOVE "C" TO EW-PAY-METHOD
011270     ADD 1 TO EMPS-SWITCHED-COUNT
011280     MOVE WS-SYSTEM-DATE TO EAL-DATE
011290     MOVE WS-TIME-HHMMSS TO EAL-TIME
011300     MOVE AUDIT-USER-ID  TO EAL-USER-ID
011310     MOVE EW-ID-NUMERIC  TO EAL-ID-NUMERIC
011320     MOVE "C"            TO EAL-ACTION-CODE
011330     MOVE "PAY METHOD"   TO EAL-FIELD-NAME
011340     MOVE "D"            TO EAL-BEFORE
011350     MOVE "C"            TO EAL-AFTER
011360     WRITE EMPLOYEE-AUDIT-RECORD FROM WS-EMP-AUDIT-LINE.
011370 2520-EXIT.
011380     EXIT.
011390
011400*-----------------------------------------------------------*
011410* 2650-WRITE-BANK-AUDIT - SAME RECORD BANK ACCOUNT           *
011420* MAINTENANCE WRITES; THE CALLER SETS FIELD, BEFORE, AFTER   *
011430*-----------------------------------------------------------*
011440 2650-WRITE-BANK-AUDIT.
011450     MOVE WS-SYSTEM-DATE TO BAL-DATE
011460     MOVE WS-TIME-HHMMSS TO BAL-TIME
011470     MOVE AUDIT-USER-ID  TO BAL-USER-ID
011480     MOVE BW-ID-NUMERIC  TO BAL-ID-NUMERIC
011490     MOVE BW-ACCT-SEQ    TO BAL-ACCT-SEQ
011500     MOVE "C"            TO BAL-ACTION-CODE
011510     WRITE BANK-AUDIT-RECORD FROM WS-BANK-AUDIT-LINE.
011520 2650-EXIT.
011530     EXIT.
011540
011550*-----------------------------------------------------------*
011560* 3000-TERMINATE                                             *
011570*-----------------------------------------------------------*
011580 3000-TERMINATE.
011590     IF NOT WS-RUN-ABORTED
011600         PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT
011610     END-IF
011620     CLOSE ACH-RETURNS
011630     CLOSE BANK-MASTER-IN
011640     CLOSE BANK-MASTER-OUT
011650     CLOSE EMPLOYEE-MASTER-IN
011660     CLOSE EMPLOYEE-MASTER-OUT
011670     CLOSE BANK-AUDIT
011680     CLOSE EMPLOYEE-AUDIT
011690     CLOSE REISSUE-FILE
011700     CLOSE GL-POSTING
011710     CLOSE RETURNS-REPORT.
011720 3000-EXIT.
011730     EXIT.
011740
011750*-----------------------------------------------------------*
011760* 4000-FINISH-ITEM - DECIDE WHAT WAS DONE WITH THE ITEM,     *
011770* STAGE THE REISSUE FOR A HANDLED RETURN, AND LIST IT        *
011780*-----------------------------------------------------------*
011790 4000-FINISH-ITEM.
011800     IF ITEM-IDX = 1
011810         WRITE RETURNS-REPORT-RECORD FROM WS-COLUMN-LINE
011820     END-IF
011830     IF NOT IT-MATCHED(ITEM-IDX)
011840         MOVE "NO MATCHING PAYMENT ON HISTORY - RESEARCH"
011850             TO IT-ACTION(ITEM-IDX)
011860         ADD 1 TO ITEMS-UNMATCHED-COUNT
011870         PERFORM 4900-WRITE-ITEM-LINE THRU 4900-EXIT
011880         GO TO 4000-EXIT
011890     END-IF
011900
011910     IF IT-KIND-NOC(ITEM-IDX)
011920         IF NOT IT-NOC-ACCOUNT(ITEM-IDX)
011930             AND NOT IT-NOC-ROUTING(ITEM-IDX)
011940             MOVE "CHANGE CODE NOT HANDLED - REFER TO BANKING"
011950                 TO IT-ACTION(ITEM-IDX)
011960             ADD 1 TO ITEMS-REFERRED-COUNT
011970         ELSE
011980             IF NOT IT-ACCOUNT-FOUND(ITEM-IDX)
011990                 MOVE "ACCOUNT NOT ON BANK MASTER - NOT APPLIED"
012000                     TO IT-ACTION(ITEM-IDX)
012010                 ADD 1 TO ITEMS-REFERRED-COUNT
012020             END-IF
012030         END-IF
012040         PERFORM 4900-WRITE-ITEM-LINE THRU 4900-EXIT
012050         GO TO 4000-EXIT
012060     END-IF
012070
012080     IF NOT IT-RETURN-HANDLED(ITEM-IDX)
012090         MOVE "RETURN CODE NOT HANDLED - REFER TO BANKING"
012100             TO IT-ACTION(ITEM-IDX)
012110         ADD 1 TO ITEMS-REFERRED-COUNT
012120         PERFORM 4900-WRITE-ITEM-LINE THRU 4900-EXIT
012130         GO TO 4000-EXIT
012140     END-IF
012150     IF IT-ALREADY-REISSUED(ITEM-IDX)
012160         MOVE "REISSUE ALREADY STAGED OR PAID - NO ACTION"
012170             TO IT-ACTION(ITEM-IDX)
012180         PERFORM 4900-WRITE-ITEM-LINE THRU 4900-EXIT
012190         GO TO 4000-EXIT
012200     END-IF
012210
012220     PERFORM 4100-STAGE-REISSUE THRU 4100-EXIT
012230     IF NOT IT-EMPLOYEE-FOUND(ITEM-IDX)
012240         MOVE "EMPLOYEE NOT ON MASTER - REISSUE STAGED"
012250             TO IT-ACTION(ITEM-IDX)
012260     ELSE
012270         IF IT-ACCOUNT-FOUND(ITEM-IDX)
012280             MOVE "ACCOUNT BLOCKED, PAY BY CHECK, REISSUE STAGED"
012290                 TO IT-ACTION(ITEM-IDX)
012300         ELSE
012310             MOVE "NO BANK ACCOUNT, PAY BY CHECK, REISSUE STAGED"
012320                 TO IT-ACTION(ITEM-IDX)
012330         END-IF
012340     END-IF
012350     PERFORM 4900-WRITE-ITEM-LINE THRU 4900-EXIT.
012360 4000-EXIT.
012370     EXIT.
012380
012390*-----------------------------------------------------------*
012400* 4100-STAGE-REISSUE - THE PAY RUN PAYS THE RETURNED NET BY  *
012410* CHECK; TAXES AND YTD WERE TAKEN ON THE ORIGINAL PAYMENT    *
012420*-----------------------------------------------------------*
012430 4100-STAGE-REISSUE.
012440     IF NOT WS-REISSUE-OK
012450         GO TO 4100-EXIT
012460     END-IF
012470     MOVE IT-EMP-ID(ITEM-IDX)      TO RI-ID-NUMERIC
012480     MOVE IT-NAME(ITEM-IDX)        TO RI-NAME-ALPHA
012490     MOVE IT-DEPT-CODE(ITEM-IDX)   TO RI-DEPT-CODE
012500     MOVE IT-PAY-DATE(ITEM-IDX)    TO RI-ORIG-DATE
012510     MOVE IT-ORIG-TRACE(ITEM-IDX)  TO RI-TRACE-NUMBER
012520     MOVE IT-REASON-CODE(ITEM-IDX) TO RI-RETURN-CODE
012530     MOVE WS-SYSTEM-DATE           TO RI-RETURN-DATE
012540     MOVE IT-AMOUNT(ITEM-IDX)      TO RI-AMOUNT
012550     WRITE REISSUE-RECORD
012560     ADD 1 TO REISSUES-STAGED-COUNT
012570     ADD IT-AMOUNT(ITEM-IDX) TO WS-TOTAL-RETURNED.
012580 4100-EXIT.
012590     EXIT.
012600
012610*-----------------------------------------------------------*
012620* 4500-WRITE-GL-POSTING - RETURNED NET PAY BACK TO CASH,     *
012630* HELD IN THE RETURNED NET PAY ACCOUNT UNTIL THE REISSUE     *
012640* CHECK CLEARS IT IN THE PAY RUN                             *
012650*-----------------------------------------------------------*
012660 4500-WRITE-GL-POSTING.
012670     IF WS-TOTAL-RETURNED = ZERO
012680         GO TO 4500-EXIT
012690     END-IF
012700     MOVE GL-ACCT-CASH           TO GLL-ACCOUNT
012710     MOVE SPACES                 TO GLL-COST-CENTER
012720     MOVE "NET PAY CASH - RETURNS" TO GLL-DESC
012730     MOVE WS-TOTAL-RETURNED      TO GLL-DEBIT
012740     MOVE ZERO                   TO GLL-CREDIT
012750     WRITE GL-POSTING-RECORD FROM WS-GL-LINE
012760
012770     MOVE GL-ACCT-ACH-RETURN     TO GLL-ACCOUNT
012780     MOVE "RETURNED NET PAY"     TO GLL-DESC
012790     MOVE ZERO                   TO GLL-DEBIT
012800     MOVE WS-TOTAL-RETURNED      TO GLL-CREDIT
012810     WRITE GL-POSTING-RECORD FROM WS-GL-LINE.
012820 4500-EXIT.
012830     EXIT.
012840
012850*-----------------------------------------------------------*
012860* 4900-WRITE-ITEM-LINE                                       *
012870*-----------------------------------------------------------*
012880 4900-WRITE-ITEM-LINE.
012890     IF IT-KIND-RETURN(ITEM-IDX)
012900         MOVE "RETURN" TO ITL-KIND
012910     ELSE
012920         MOVE "NOC"    TO ITL-KIND
012930     END-IF
012940     MOVE IT-REASON-CODE(ITEM-IDX) TO ITL-CODE
012950     MOVE IT-EMP-ID(ITEM-IDX)      TO ITL-ID
012960     IF IT-MATCHED(ITEM-IDX)
012970         MOVE IT-NAME(ITEM-IDX)    TO ITL-NAME
012980         MOVE IT-PAY-DATE(ITEM-IDX) TO WORK-DATE
012990         PERFORM 8600-FORMAT-DATE THRU 8600-EXIT
013000         MOVE WORK-DATE-DISPLAY    TO ITL-PAY-DATE
013010     ELSE
013020         MOVE IT-ENTRY-NAME(ITEM-IDX) TO ITL-NAME
013030         MOVE SPACES               TO ITL-PAY-DATE
013040     END-IF
013050     MOVE IT-ORIG-TRACE(ITEM-IDX)  TO ITL-TRACE
013060     MOVE IT-AMOUNT(ITEM-IDX)      TO ITL-AMOUNT
013070     MOVE IT-ACTION(ITEM-IDX)      TO ITL-ACTION
013080     WRITE RETURNS-REPORT-RECORD FROM WS-ITEM-LINE.
013090 4900-EXIT.
013100     EXIT.
013110
013120*-----------------------------------------------------------*
013130* 6000-WRITE-SUMMARY                                         *
013140*-----------------------------------------------------------*
013150 6000-WRITE-SUMMARY.
013160     IF ITEM-COUNT = ZERO
013170         WRITE RETURNS-REPORT-RECORD FROM WS-NONE-LINE
013180     END-IF
013190     WRITE RETURNS-REPORT-RECORD FROM WS-BLANK-LINE
013200     MOVE "RETURNS READ"             TO SM-LABEL
013210     MOVE RETURNS-READ-COUNT         TO SM-COUNT
013220     WRITE RETURNS-REPORT-RECORD FROM WS-SUMMARY-LINE
013230     MOVE "NOTIFICATIONS OF CHANGE READ" TO SM-LABEL
013240     MOVE NOCS-READ-COUNT            TO SM-COUNT
013250     WRITE RETURNS-REPORT-RECORD FROM WS-SUMMARY-LINE
013260     MOVE "ITEMS NOT MATCHED"        TO SM-LABEL
013270     MOVE ITEMS-UNMATCHED-COUNT      TO SM-COUNT
013280     WRITE RETURNS-REPORT-RECORD FROM WS-SUMMARY-LINE
013290     MOVE "ITEMS REFERRED"           TO SM-LABEL
013300     MOVE ITEMS-REFERRED-COUNT       TO SM-COUNT
013310     WRITE RETURNS-REPORT-RECORD FROM WS-SUMMARY-LINE
013320     MOVE "ACCOUNTS BLOCKED"         TO SM-LABEL
013330     MOVE ACCOUNTS-BLOCKED-COUNT     TO SM-COUNT
013340     WRITE RETURNS-REPORT-RECORD FROM WS-SUMMARY-LINE
013350     MOVE "EMPLOYEES SWITCHED TO CHECK" TO SM-LABEL
013360     MOVE EMPS-SWITCHED-COUNT        TO SM-COUNT
013370     WRITE RETURNS-REPORT-RECORD FROM WS-SUMMARY-LINE
013380     MOVE "CORRECTIONS APPLIED"      TO SM-LABEL
013390     MOVE NOCS-APPLIED-COUNT         TO SM-COUNT
013400     WRITE RETURNS-REPORT-RECORD FROM WS-SUMMARY-LINE
013410     MOVE "REISSUES STAGED"          TO SM-LABEL
013420     MOVE REISSUES-STAGED-COUNT      TO SM-COUNT
013430     WRITE RETURNS-REPORT-RECORD FROM WS-SUMMARY-LINE
013440     MOVE "NET PAY RETURNED TO CASH" TO SAL-LABEL
013450     MOVE WS-TOTAL-RETURNED          TO SAL-AMOUNT
013460     WRITE RETURNS-REPORT-RECORD FROM WS-AMOUNT-LINE
013470     MOVE "BANK MASTER RECORDS READ" TO SM-LABEL
013480     MOVE BANK-READ-COUNT            TO SM-COUNT
013490     WRITE RETURNS-REPORT-RECORD FROM WS-SUMMARY-LINE
013500     MOVE "BANK MASTER RECORDS WRITTEN" TO SM-LABEL
013510     MOVE BANK-WRITTEN-COUNT         TO SM-COUNT
013520     WRITE RETURNS-REPORT-RECORD FROM WS-SUMMARY-LINE
013530     MOVE "EMPLOYEE RECORDS READ"    TO SM-LABEL
013540     MOVE EMP-READ-COUNT             TO SM-COUNT
013550     WRITE RETURNS-REPORT-RECORD FROM WS-SUMMARY-LINE
013560     MOVE "EMPLOYEE RECORDS WRITTEN" TO SM-LABEL
013570     MOVE EMP-WRITTEN-COUNT          TO SM-COUNT
013580     WRITE RETURNS-REPORT-RECORD FROM WS-SUMMARY-LINE.
013590 6000-EXIT.
013600     EXIT.
013610
013620*-----------------------------------------------------------*
013630* 8000-READ-BANK-MASTER                                      *
013640*-----------------------------------------------------------*
013650 8000-READ-BANK-MASTER.
013660     READ BANK-MASTER-IN
013670         AT END
013680             MOVE "Y" TO WS-BNK-EOF-SWITCH
013690         NOT AT END
013700             ADD 1 TO BANK-READ-COUNT
013710     END-READ.
013720 8000-EXIT.
013730     EXIT.
013740
013750*-----------------------------------------------------------*
013760* 8100-READ-EMPLOYEE-MASTER                                  *
013770*-----------------------------------------------------------*
013780 8100-READ-EMPLOYEE-MASTER.
013790     READ EMPLOYEE-MASTER-IN
013800         AT END
013810             MOVE "Y" TO WS-EMP-EOF-SWITCH
013820         NOT AT END
013830             ADD 1 TO EMP-READ-COUNT
013840     END-READ.
013850 8100-EXIT.
013860     EXIT.
013870
013880*-----------------------------------------------------------*
013890* 8600-FORMAT-DATE - WORK-DATE (YYYYMMDD) AS MM/DD/YYYY      *
013900*-----------------------------------------------------------*
013910 8600-FORMAT-DATE.
013920     MOVE SPACES TO WORK-DATE-DISPLAY
013930     IF WORK-DATE = ZERO
013940         GO TO 8600-EXIT
013950     END-IF
013960     STRING WKD-MM   DELIMITED BY SIZE
013970            "/"      DELIMITED BY SIZE
013980            WKD-DD   DELIMITED BY SIZE
013990            "/"      DELIMITED BY SIZE
014000            WKD-YYYY DELIMITED BY SIZE
014010         INTO WORK-DATE-DISPLAY
014020     END-STRING.
014030 8600-EXIT.
014040     EXIT.
