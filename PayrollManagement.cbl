001940*                TIMECARD REASON REWORDED FOR OFF-CYCLE       *
001950*                EMPLOYEES; NET-ONLY DEPARTMENTS NO LONGER    *
001960*                GET A ZERO WAGE-EXPENSE GL LINE.             *
001970* 10/15/2026 RJH TRIAL RUN MODE - A SECOND OPERATOR PARAMETER *
001980*                OF "T" CALCULATES THE OPEN PERIOD IN FULL    *
001990*                AND PRINTS A "TRIAL - NOT FOR PAYMENT"       *
002000*                REGISTER, EXCEPTION LISTING, AND DEPARTMENT  *
002010*                AND LABOR SUMMARIES; NO MASTER, CONTROL,     *
002020*                CHECKPOINT, OR PAYMENT FILE IS OPENED FOR    *
002030*                OUTPUT. PAYMENT FILE OPENS MOVED TO 1050.    *
002040*                MEMBER RESEQUENCED.                          *
002050* 10/15/2026 RJH FEDERAL AND STATE WITHHOLDING NOW FIGURED BY *
002060*                THE PERCENTAGE METHOD FROM THE W-4 FIELDS   *
002070*                ON THE MASTER (FILING STATUS, DEPENDENTS    *
002080*                CREDIT, EXTRA WITHHOLDING) AND BRACKETS ON  *
002090*                THE EFFECTIVE-DATED WITHHOLDING TABLE FILE, *
002100*                ANNUALIZED BY PAY FREQUENCY; A BLANK FILING *
002110*                STATUS OR NO BRACKETS IN EFFECT KEEPS THE   *
002120*                FLAT PERCENT. MEMBER RESEQUENCED.           *
002130* 10/15/2026 RJH PRE-TAX DEDUCTIONS - A TAX TREATMENT CODE  *
002140*                ON THE DEDUCTION MASTER MARKS 401(K) ("K") *
002150*                AND SECTION 125 ("C") DEDUCTIONS, TAKEN    *
002160*                BEFORE TAXES: 401(K) REDUCES FEDERAL AND   *
002170*                STATE WAGES ONLY, SECTION 125 ALSO REDUCES *
002180*                FICA, FUTA, AND SUTA WAGES. YTD-MASTER NOW *
002190*                CARRIES FEDERAL AND FICA TAXABLE WAGES AND *
002200*                THE PRE-TAX AMOUNTS; VOIDS BACK THEM OUT.  *
002210*                MEMBER RESEQUENCED.                        *
002220* 10/15/2026 RJH PAYMENT HISTORY FILE (PAYHIST) - EACH      *
002230*                CHECK OR DEPOSIT ISSUED, PTO PAYOUT, AND   *
002240*                VOID APPENDS A RECORD WITH ITS EARNINGS,   *
002250*                TAXES, DEDUCTIONS, NET, CHECK OR TRACE     *
002260*                NUMBERS, AND PERIOD END, FOR INQUIRY AND   *
002270*                STATEMENT REPRINT BY PayHistoryInquiry.    *
002280*                MEMBER RESEQUENCED.                        *
002290* 10/15/2026 RJH RETRO PAY TRANSACTIONS STAGED BY           *
002300*                EmployeeMaintenance FOR BACK-DATED RAISES  *
002310*                ARE PAID AFTER THE REGULAR EMPLOYEES AS A  *
002320*                SEPARATE PAYMENT WITH A "RETRO PAY" LINE - *
002330*                NORMAL TAXES, YTD, REGISTER, STATEMENT,    *
002340*                AND GROSS CHARGED TO THE DEPARTMENTS       *
002350*                ORIGINALLY CHARGED; PAYMENT HISTORY TYPE   *
002360*                "R" CARRIES THE EFFECTIVE DATE.            *
002370*                MEMBER RESEQUENCED.                        *
002380* 10/15/2026 RJH ACH RETURNS - A BANK ACCOUNT BLOCKED BY    *
002390*                AchReturnProcessing IS PASSED OVER (PAID   *
002400*                BY CHECK IF NO OTHER ACCOUNT); REISSUES    *
002410*                STAGED FOR RETURNED DEPOSITS ARE PAID BY   *
002420*                CHECK FOR THE RETURNED NET ONLY, LISTED    *
002430*                ON THE REGISTER, WRITTEN TO PAYMENT        *
002440*                HISTORY AS TYPE "I", AND POSTED AGAINST    *
002450*                THE RETURNED NET PAY GL ACCOUNT.           *
002460*                MEMBER RESEQUENCED.                        *
002470* 10/15/2026 RJH OFF-CYCLE SUPPLEMENTAL RUN - A PAY CYCLE   *
002480*                CODE OF "X" PAYS ONLY THE EMPLOYEES ON THE *
002490*                SUPPLEMENTAL EARNINGS FILE (BONUS,         *
002500*                COMMISSION, MISSED PAY, OTHER) AS ONE      *
002510*                PAYMENT EACH, CHARGED TO THE DEPARTMENT    *
002520*                ON EACH LINE. FEDERAL IS WITHHELD AT THE   *
002530*                FLAT SUPPLEMENTAL RATE ON COMPANY-CONTROL; *
002540*                FICA, STATE, YTD, CHECKS/ACH, PAYMENT      *
002550*                HISTORY (TYPE "S"), GL, AND RUN-HISTORY    *
002560*                AS USUAL. PAY-PERIOD CONTROL AND THE       *
002570*                REGULAR CYCLES' CHECKPOINTS ARE NOT        *
002580*                TOUCHED. MEMBER RESEQUENCED.               *
002590* 10/15/2026 RJH RUN-HISTORY NOW CARRIES FEDERAL            *
002600*                WITHHOLDING, EMPLOYEE FICA, EMPLOYER FICA, *
002610*                FUTA, AND SUTA SEPARATELY, NET OF VOIDS,   *
002620*                FOR THE TAX DEPOSIT SCHEDULE (SEE          *
002630*                TaxDepositSchedule). A VOID MAY CARRY THE  *
002640*                ORIGINAL PAYMENT'S FEDERAL, FICA, AND      *
002650*                EMPLOYER TAX AMOUNTS; THEY ARE BACKED OUT  *
002660*                OF THOSE TOTALS AND SHOWN ON THE VOID'S    *
002670*                PAYMENT HISTORY.                           *
002680*                MEMBER RESEQUENCED.                        *
002690* 10/15/2026 RJH AN OFF-CYCLE RUN NOW APPLIES THE TAX RATE  *
002700*                RANGE EDIT (SPLIT OUT OF 2500 AS 2510); AN *
002710*                EMPLOYEE OUTSIDE THE LIMITS IS LISTED AS   *
002720*                AN EXCEPTION AND NOT PAID. MEMBER          *
002730*                RESEQUENCED.                               *
002740*-----------------------------------------------------------*
002750
002760 ENVIRONMENT DIVISION.
002770 CONFIGURATION SECTION.
002780 SOURCE-COMPUTER. IBM-370.
002790 OBJECT-COMPUTER. IBM-370.
002800 INPUT-OUTPUT SECTION.
002810 FILE-CONTROL.
002820     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMSTR
002830         ORGANIZATION IS LINE SEQUENTIAL
002840         FILE STATUS IS WS-EMPMSTR-STATUS.
002850
002860     SELECT PAYROLL-REGISTER ASSIGN TO PAYREG
002870         ORGANIZATION IS LINE SEQUENTIAL
002880         FILE STATUS IS WS-PAYREG-STATUS.
002890
002900     SELECT EXCEPTION-LISTING ASSIGN TO EXCPRPT
002910         ORGANIZATION IS LINE SEQUENTIAL
002920         FILE STATUS IS WS-EXCPRPT-STATUS.
002930
002940     SELECT YTD-MASTER ASSIGN TO YTDMSTR
002950         ORGANIZATION IS INDEXED
002960         ACCESS MODE IS RANDOM
002970         RECORD KEY IS YM-ID-NUMERIC
002980         FILE STATUS IS WS-YTDMSTR-STATUS.
002990
003000     SELECT CHECKPOINT-FILE ASSIGN TO CHKPNT
003010         ORGANIZATION IS LINE SEQUENTIAL
003020         FILE STATUS IS WS-CHKPNT-STATUS.
003030
003040     SELECT ACH-EXTRACT ASSIGN TO ACHFILE
003050         ORGANIZATION IS LINE SEQUENTIAL
003060         FILE STATUS IS WS-ACHFILE-STATUS.
003070
003080     SELECT TIMECARD-FILE ASSIGN TO TIMECARD
003090         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-TIMECRD-STATUS.
003110
003120     SELECT DEDUCTION-MASTER ASSIGN TO DEDMSTR
003130         ORGANIZATION IS LINE SEQUENTIAL
003140         FILE STATUS IS WS-DEDMSTR-STATUS.
003150
003160     SELECT REMITTANCE-REPORT ASSIGN TO REMITRPT
003170         ORGANIZATION IS LINE SEQUENTIAL
003180         FILE STATUS IS WS-REMITRPT-STATUS.
003190
003200     SELECT GL-POSTING ASSIGN TO GLPOST
003210         ORGANIZATION IS LINE SEQUENTIAL
003220         FILE STATUS IS WS-GLPOST-STATUS.
003230
003240     SELECT CHECK-PRINT ASSIGN TO CHKPRNT
003250         ORGANIZATION IS LINE SEQUENTIAL
003260         FILE STATUS IS WS-CHKPRNT-STATUS.
003270
003280     SELECT CHECK-REGISTER ASSIGN TO CHKREG
003290         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-CHKREG-STATUS.
003310
003320     SELECT POSITIVE-PAY ASSIGN TO POSPAY
003330         ORGANIZATION IS LINE SEQUENTIAL
003340         FILE STATUS IS WS-POSPAY-STATUS.
003350
003360     SELECT CHECK-CONTROL ASSIGN TO CHKCTL
003370         ORGANIZATION IS LINE SEQUENTIAL
003380         FILE STATUS IS WS-CHKCTL-STATUS.
003390
003400     SELECT RUN-HISTORY ASSIGN TO RUNHIST
003410         ORGANIZATION IS LINE SEQUENTIAL
003420         FILE STATUS IS WS-RUNHIST-STATUS.
003430
003440     SELECT ADJUST-TRANS ASSIGN TO ADJTRAN
003450         ORGANIZATION IS LINE SEQUENTIAL
003460         FILE STATUS IS WS-ADJTRAN-STATUS.
003470
003480     SELECT PAY-PERIOD-CONTROL ASSIGN TO PAYCTL
003490         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-PAYCTL-STATUS.
003510
003520     SELECT EARNINGS-STMT ASSIGN TO PAYSTUB
003530         ORGANIZATION IS LINE SEQUENTIAL
003540         FILE STATUS IS WS-PAYSTUB-STATUS.
003550
003560     SELECT LABOR-DIST ASSIGN TO LABDIST
003570         ORGANIZATION IS LINE SEQUENTIAL
003580         FILE STATUS IS WS-LABDIST-STATUS.
003590
003600     SELECT ISSUED-CHECKS ASSIGN TO CHKISSUE
003610         ORGANIZATION IS LINE SEQUENTIAL
003620         FILE STATUS IS WS-CHKISS-STATUS.
003630
003640     SELECT PAY-HISTORY ASSIGN TO PAYHIST
003650         ORGANIZATION IS LINE SEQUENTIAL
003660         FILE STATUS IS WS-PAYHIST-STATUS.
003670
003680     SELECT EMPLOYEE-BANK ASSIGN TO BNKMSTR
003690         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-BNKMSTR-STATUS.
003710
003720     SELECT ARREARS-FILE ASSIGN TO ARREARS
003730         ORGANIZATION IS LINE SEQUENTIAL
003740         FILE STATUS IS WS-ARREARS-STATUS.
003750
003760     SELECT PTO-BALANCE ASSIGN TO PTOBAL
003770         ORGANIZATION IS LINE SEQUENTIAL
003780         FILE STATUS IS WS-PTOBAL-STATUS.
003790
003800     SELECT PTO-PAYOUT ASSIGN TO PTOPAY
003810         ORGANIZATION IS LINE SEQUENTIAL
003820         FILE STATUS IS WS-PTOPAY-STATUS.
003830
003840     SELECT RETRO-PAY ASSIGN TO RETROPAY
003850         ORGANIZATION IS LINE SEQUENTIAL
003860         FILE STATUS IS WS-RETROPAY-STATUS.
003870
003880     SELECT REISSUE-FILE ASSIGN TO REISSUE
003890         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-REISSUE-STATUS.
003910
003920     SELECT SUPPLEMENTAL-TRANS ASSIGN TO SUPPTRN
003930         ORGANIZATION IS LINE SEQUENTIAL
003940         FILE STATUS IS WS-SUPPTRN-STATUS.
003950
003960     SELECT COMPANY-CONTROL ASSIGN TO COMPCTL
003970         ORGANIZATION IS LINE SEQUENTIAL
003980         FILE STATUS IS WS-COMPCTL-STATUS.
003990
004000     SELECT WITHHOLDING-TABLE ASSIGN TO WHTAXTB
004010         ORGANIZATION IS LINE SEQUENTIAL
004020         FILE STATUS IS WS-WHTAXTB-STATUS.
004030
004040 DATA DIVISION.
004050 FILE SECTION.
004060 FD  EMPLOYEE-MASTER
004070     RECORDING MODE IS F.
004080 01  EMPLOYEE-MASTER-RECORD.
004090     05  EM-ID-NUMERIC       PIC 9(03).
004100     05  EM-NAME-ALPHA       PIC X(20).
004110     05  EM-HOURS-NUMERIC    PIC 9(03).
004120     05  EM-RATE-NUMERIC     PIC 9(05)V99.
004130     05  EM-FEDERAL-PRCNT    PIC 9V99.
004140     05  EM-STATE-PRCNT      PIC 9V99.
004150     05  EM-FICA-PRCNT       PIC 9V99.
004160     05  EM-EMP-TYPE         PIC X(01).
004170         88  EM-TYPE-HOURLY            VALUE "H".
004180         88  EM-TYPE-SALARY            VALUE "S".
004190     05  EM-SALARY-AMOUNT    PIC 9(07)V99.
004200     05  EM-DEPT-CODE        PIC X(03).
004210     05  EM-PAY-METHOD       PIC X(01).
004220         88  EM-PAY-ACH                VALUE "D".
004230         88  EM-PAY-CHECK              VALUE "C".
004240     05  EM-PAY-FREQUENCY    PIC X(01).
004250         88  EM-FREQ-WEEKLY            VALUE "W".
004260         88  EM-FREQ-BIWEEKLY          VALUE "B".
004270         88  EM-FREQ-SEMIMONTHLY       VALUE "S".
004280         88  EM-FREQ-MONTHLY           VALUE "M".
004290     05  EM-FILING-STATUS    PIC X(01).
004300         88  EM-FILING-SINGLE          VALUE "S".
004310         88  EM-FILING-MARRIED         VALUE "M".
004320         88  EM-FILING-HEAD-HOUSE      VALUE "H".
004330     05  EM-DEPENDENTS-CREDIT PIC 9(05)V99.
004340     05  EM-FED-EXTRA-WH     PIC 9(05)V99.
004350     05  EM-STATE-FILING-STATUS PIC X(01).
004360     05  EM-STATE-EXTRA-WH   PIC 9(05)V99.
004370
004380 FD  PAYROLL-REGISTER
004390     RECORDING MODE IS F.
004400 01  PAYROLL-REGISTER-RECORD PIC X(132).
004410
004420 FD  EXCEPTION-LISTING
004430     RECORDING MODE IS F.
004440 01  EXCEPTION-LISTING-RECORD PIC X(132).
004450
004460 FD  YTD-MASTER.
004470 01  YTD-MASTER-RECORD.
004480     05  YM-ID-NUMERIC       PIC 9(03).
004490     05  YM-YTD-GROSS        PIC 9(09)V99.
004500     05  YM-YTD-TAX          PIC 9(09)V99.
004510     05  YM-YTD-NET          PIC 9(09)V99.
004520     05  YM-YTD-ER-FICA      PIC 9(09)V99.
004530     05  YM-YTD-FUTA         PIC 9(09)V99.
004540     05  YM-YTD-SUTA         PIC 9(09)V99.
004550     05  YM-YTD-FED-WAGES    PIC 9(09)V99.
004560     05  YM-YTD-FICA-WAGES   PIC 9(09)V99.
004570     05  YM-YTD-401K         PIC 9(09)V99.
004580     05  YM-YTD-S125         PIC 9(09)V99.
004590
004600 FD  CHECKPOINT-FILE
004610     RECORDING MODE IS F.
004620 01  CHECKPOINT-RECORD.
004630     05  CKP-CYCLE-CODE      PIC X(01).
004640     05  CKP-ID-NUMERIC      PIC 9(03).
004650
004660 FD  ACH-EXTRACT
004670     RECORDING MODE IS F.
004680 01  ACH-EXTRACT-RECORD     PIC X(94).
004690
004700 FD  TIMECARD-FILE
004710     RECORDING MODE IS F.
004720 01  TIMECARD-RECORD.
004730     05  TC-ID-NUMERIC       PIC 9(03).
004740     05  TC-WEEK-ENDING      PIC 9(08).
004750     05  TC-HOURS-NUMERIC    PIC 9(03).
004760     05  TC-SHIFT-CODE       PIC X(01).
004770     05  TC-DEPT-CODE        PIC X(03).
004780     05  TC-EARN-TYPE        PIC X(01).
004790         88  TC-EARN-REGULAR           VALUES "R" " ".
004800         88  TC-EARN-OVERTIME          VALUE "O".
004810         88  TC-EARN-VACATION          VALUE "V".
004820         88  TC-EARN-SICK              VALUE "S".
004830         88  TC-EARN-HOLIDAY           VALUE "H".
004840
004850 FD  DEDUCTION-MASTER
004860     RECORDING MODE IS F.
004870 01  DEDUCTION-MASTER-RECORD.
004880     05  DM-ID-NUMERIC       PIC 9(03).
004890     05  DM-DED-CODE         PIC X(03).
004900     05  DM-VENDOR-NAME      PIC X(20).
004910     05  DM-METHOD-CODE      PIC X(01).
004920         88  DM-METHOD-FLAT            VALUE "F".
004930         88  DM-METHOD-PERCENT         VALUE "P".
004940     05  DM-AMOUNT           PIC 9(05)V99.
004950     05  DM-PERCENT          PIC 9V99.
004960     05  DM-PRIORITY         PIC 9(02).
004970     05  DM-TAX-TREATMENT    PIC X(01).
004980         88  DM-PRETAX-401K            VALUE "K".
004990         88  DM-PRETAX-S125            VALUE "C".
005000
005010 FD  REMITTANCE-REPORT
005020     RECORDING MODE IS F.
005030 01  REMITTANCE-REPORT-RECORD PIC X(132).
005040
005050 FD  GL-POSTING
005060     RECORDING MODE IS F.
005070 01  GL-POSTING-RECORD       PIC X(53).
005080
005090 FD  CHECK-PRINT
005100     RECORDING MODE IS F.
005110 01  CHECK-PRINT-RECORD      PIC X(132).
005120
005130 FD  CHECK-REGISTER
005140     RECORDING MODE IS F.
005150 01  CHECK-REGISTER-RECORD   PIC X(132).
005160
005170 FD  POSITIVE-PAY
005180     RECORDING MODE IS F.
005190 01  POSITIVE-PAY-RECORD     PIC X(43).
005200
005210 FD  CHECK-CONTROL
005220     RECORDING MODE IS F.
005230 01  CHECK-CONTROL-RECORD    PIC 9(06).
005240
005250 FD  RUN-HISTORY
005260     RECORDING MODE IS F.
005270 01  RUN-HISTORY-RECORD.
005280     05  RH-RUN-DATE         PIC 9(08).
005290     05  RH-CYCLE-CODE       PIC X(01).
005300     05  RH-PERIOD-END       PIC 9(08).
005310     05  RH-EMPLOYEE-COUNT   PIC 9(05).
005320     05  RH-EXCEPTION-COUNT  PIC 9(05).
005330     05  RH-TOTAL-GROSS      PIC S9(09)V99
005340                             SIGN LEADING SEPARATE.
005350     05  RH-TOTAL-TAX        PIC S9(09)V99
005360                             SIGN LEADING SEPARATE.
005370     05  RH-TOTAL-NET        PIC S9(09)V99
005380                             SIGN LEADING SEPARATE.
005390     05  RH-TOTAL-FEDERAL    PIC S9(09)V99
005400                             SIGN LEADING SEPARATE.
005410     05  RH-TOTAL-EE-FICA    PIC S9(09)V99
005420                             SIGN LEADING SEPARATE.
005430     05  RH-TOTAL-ER-FICA    PIC S9(09)V99
005440                             SIGN LEADING SEPARATE.
005450     05  RH-TOTAL-FUTA       PIC S9(09)V99
005460                             SIGN LEADING SEPARATE.
005470     05  RH-TOTAL-SUTA       PIC S9(09)V99
005480                             SIGN LEADING SEPARATE.
005490
005500 FD  ADJUST-TRANS
005510     RECORDING MODE IS F.
005520 01  ADJUST-TRANS-RECORD.
005530     05  AJ-ACTION-CODE      PIC X(01).
005540         88  AJ-ACTION-VOID            VALUE "V".
005550     05  AJ-ID-NUMERIC       PIC 9(03).
005560     05  AJ-NAME-ALPHA       PIC X(20).
005570     05  AJ-ORIG-DATE        PIC 9(08).
005580     05  AJ-GROSS-AMOUNT     PIC 9(07)V99.
005590     05  AJ-TAX-AMOUNT       PIC 9(07)V99.
005600     05  AJ-NET-AMOUNT       PIC 9(07)V99.
005610     05  AJ-REASON           PIC X(20).
005620     05  AJ-CHECK-NUMBER     PIC 9(06).
005630     05  AJ-PRETAX-401K      PIC 9(07)V99.
005640     05  AJ-PRETAX-S125      PIC 9(07)V99.
005650     05  AJ-FEDERAL-AMOUNT   PIC 9(07)V99.
005660     05  AJ-FICA-AMOUNT      PIC 9(07)V99.
005670     05  AJ-ER-FICA-AMOUNT   PIC 9(07)V99.
005680     05  AJ-FUTA-AMOUNT      PIC 9(07)V99.
005690     05  AJ-SUTA-AMOUNT      PIC 9(07)V99.
005700
005710 FD  PAY-PERIOD-CONTROL
005720     RECORDING MODE IS F.
005730 01  PAY-PERIOD-CONTROL-RECORD.
005740     05  PC-CYCLE-CODE       PIC X(01).
005750     05  PC-PERIOD-END       PIC 9(08).
005760     05  PC-STATUS           PIC X(01).
005770         88  PC-PERIOD-OPEN            VALUE "O".
005780         88  PC-PERIOD-PAID            VALUE "P".
005790     05  PC-PAID-DATE        PIC 9(08).
005800
005810 FD  EARNINGS-STMT
005820     RECORDING MODE IS F.
005830 01  EARNINGS-STMT-RECORD    PIC X(132).
005840
005850 FD  LABOR-DIST
005860     RECORDING MODE IS F.
005870 01  LABOR-DIST-RECORD       PIC X(132).
005880
005890 FD  ISSUED-CHECKS
005900     RECORDING MODE IS F.
005910 01  ISSUED-CHECKS-RECORD.
005920     05  IC-RECORD-TYPE      PIC X(01).
005930         88  IC-TYPE-ISSUED            VALUE "I".
005940         88  IC-TYPE-VOIDED            VALUE "V".
005950     05  IC-CHECK-NUMBER     PIC 9(06).
005960     05  IC-ISSUE-DATE       PIC 9(08).
005970     05  IC-ID-NUMERIC       PIC 9(03).
005980     05  IC-AMOUNT           PIC 9(07)V99.
005990
006000 FD  PAY-HISTORY
006010     RECORDING MODE IS F.
006020 01  PAY-HISTORY-RECORD.
006030     05  PH-ID-NUMERIC       PIC 9(03).
006040     05  PH-NAME-ALPHA       PIC X(20).
006050     05  PH-RECORD-TYPE      PIC X(01).
006060         88  PH-TYPE-REGULAR           VALUE "P".
006070         88  PH-TYPE-PTO-PAYOUT        VALUE "T".
006080         88  PH-TYPE-VOID              VALUE "V".
006090         88  PH-TYPE-RETRO             VALUE "R".
006100         88  PH-TYPE-REISSUE           VALUE "I".
006110         88  PH-TYPE-SUPPLEMENTAL      VALUE "S".
006120     05  PH-PAY-DATE         PIC 9(08).
006130     05  PH-PERIOD-END       PIC 9(08).
006140     05  PH-CYCLE-CODE       PIC X(01).
006150     05  PH-DEPT-CODE        PIC X(03).
006160     05  PH-HOURS            PIC 9(03).
006170     05  PH-RATE             PIC 9(05)V99.
006180     05  PH-REG-HOURS        PIC 9(03).
006190     05  PH-OT-HOURS         PIC 9(03).
006200     05  PH-REGULAR-PAY      PIC 9(07)V99.
006210     05  PH-OVERTIME-PAY     PIC 9(07)V99.
006220     05  PH-SHIFT-PREM       PIC 9(07)V99.
006230     05  PH-VACATION-PAY     PIC 9(07)V99.
006240     05  PH-SICK-PAY         PIC 9(07)V99.
006250     05  PH-HOLIDAY-PAY      PIC 9(07)V99.
006260     05  PH-GROSS            PIC 9(07)V99.
006270     05  PH-FEDERAL          PIC 9(07)V99.
006280     05  PH-STATE            PIC 9(07)V99.
006290     05  PH-FICA             PIC 9(07)V99.
006300     05  PH-TAX-TOTAL        PIC 9(07)V99.
006310     05  PH-ER-FICA          PIC 9(07)V99.
006320     05  PH-FUTA             PIC 9(07)V99.
006330     05  PH-SUTA             PIC 9(07)V99.
006340     05  PH-FED-WAGES        PIC 9(07)V99.
006350     05  PH-FICA-WAGES       PIC 9(07)V99.
006360     05  PH-PRETAX-401K      PIC 9(07)V99.
006370     05  PH-PRETAX-S125      PIC 9(07)V99.
006380     05  PH-DED-TOTAL        PIC 9(07)V99.
006390     05  PH-ARR-TOTAL        PIC 9(07)V99.
006400     05  PH-NET              PIC 9(07)V99.
006410     05  PH-YTD-GROSS        PIC 9(09)V99.
006420     05  PH-YTD-TAX          PIC 9(09)V99.
006430     05  PH-YTD-NET          PIC 9(09)V99.
006440     05  PH-PAY-METHOD       PIC X(01).
006450         88  PH-PAID-BY-CHECK          VALUE "C".
006460         88  PH-PAID-BY-ACH            VALUE "A".
006470     05  PH-CHECK-NUMBER     PIC 9(06).
006480     05  PH-DEPOSIT-ENTRY    OCCURS 2 TIMES.
006490         10  PH-TRACE-NUMBER     PIC X(15).
006500         10  PH-DEPOSIT-AMOUNT   PIC 9(07)V99.
006510     05  PH-ORIG-DATE        PIC 9(08).
006520     05  PH-DEPT-COUNT       PIC 9(02).
006530     05  PH-DEPT-ENTRY       OCCURS 10 TIMES.
006540         10  PH-DPT-CODE         PIC X(03).
006550         10  PH-DPT-REG-HOURS    PIC 9(03).
006560         10  PH-DPT-OT-HOURS     PIC 9(03).
006570         10  PH-DPT-GROSS        PIC 9(07)V99.
006580     05  PH-DED-COUNT        PIC 9(02).
006590     05  PH-DED-ENTRY        OCCURS 20 TIMES.
006600         10  PH-DED-CODE         PIC X(03).
006610         10  PH-DED-KIND         PIC X(01).
006620             88  PH-DED-PRETAX           VALUE "P".
006630             88  PH-DED-AFTER-TAX        VALUE "D".
006640             88  PH-DED-ARREARS          VALUE "A".
006650         10  PH-DED-VENDOR       PIC X(20).
006660         10  PH-DED-AMOUNT       PIC 9(07)V99.
006670     05  PH-RETRO-PAY        PIC 9(07)V99.
006680     05  PH-SUPP-PAY         PIC 9(07)V99.
006690
006700 FD  EMPLOYEE-BANK
006710     RECORDING MODE IS F.
006720 01  EMPLOYEE-BANK-RECORD.
006730     05  EB-ID-NUMERIC       PIC 9(03).
006740     05  EB-ACCT-SEQ         PIC 9(01).
006750     05  EB-ROUTING-NUMBER   PIC 9(09).
006760     05  EB-ACCOUNT-NUMBER   PIC X(17).
006770     05  EB-ACCOUNT-TYPE     PIC X(01).
006780         88  EB-TYPE-CHECKING          VALUE "C".
006790         88  EB-TYPE-SAVINGS           VALUE "S".
006800     05  EB-SPLIT-AMOUNT     PIC 9(07)V99.
006810     05  EB-PRENOTE-DATE     PIC 9(08).
006820     05  EB-PRENOTE-STATUS   PIC X(01).
006830         88  EB-PRENOTE-PENDING        VALUE "P".
006840         88  EB-PRENOTE-APPROVED       VALUE "A".
006850     05  EB-ACCOUNT-STATUS   PIC X(01).
006860         88  EB-ACCOUNT-BLOCKED        VALUE "B".
006870
006880 FD  ARREARS-FILE
006890     RECORDING MODE IS F.
006900 01  ARREARS-RECORD.
006910     05  AR-ID-NUMERIC       PIC 9(03).
006920     05  AR-DED-CODE         PIC X(03).
006930     05  AR-VENDOR-NAME      PIC X(20).
006940     05  AR-BALANCE          PIC 9(07)V99.
006950
006960 FD  PTO-BALANCE
006970     RECORDING MODE IS F.
006980 01  PTO-BALANCE-RECORD.
006990     05  PB-ID-NUMERIC       PIC 9(03).
007000     05  PB-VAC-BALANCE      PIC 9(05)V99.
007010     05  PB-SICK-BALANCE     PIC 9(05)V99.
007020
007030 FD  PTO-PAYOUT
007040     RECORDING MODE IS F.
007050 01  PTO-PAYOUT-RECORD.
007060     05  PP-ID-NUMERIC       PIC 9(03).
007070     05  PP-NAME-ALPHA       PIC X(20).
007080     05  PP-PAYOUT-HOURS     PIC 9(03)V99.
007090     05  PP-RATE-NUMERIC     PIC 9(05)V99.
007100     05  PP-FEDERAL-PRCNT    PIC 9V99.
007110     05  PP-STATE-PRCNT      PIC 9V99.
007120     05  PP-FICA-PRCNT       PIC 9V99.
007130     05  PP-DEPT-CODE        PIC X(03).
007140     05  PP-PAY-METHOD       PIC X(01).
007150     05  PP-FILING-STATUS    PIC X(01).
007160     05  PP-DEPENDENTS-CREDIT PIC 9(05)V99.
007170     05  PP-FED-EXTRA-WH     PIC 9(05)V99.
007180     05  PP-STATE-FILING-STATUS PIC X(01).
007190     05  PP-STATE-EXTRA-WH   PIC 9(05)V99.
007200
007210 FD  RETRO-PAY
007220     RECORDING MODE IS F.
007230 01  RETRO-PAY-RECORD.
007240     05  RP-ID-NUMERIC       PIC 9(03).
007250     05  RP-NAME-ALPHA       PIC X(20).
007260     05  RP-EFFECTIVE-DATE   PIC 9(08).
007270     05  RP-PERIOD-COUNT     PIC 9(03).
007280     05  RP-RETRO-AMOUNT     PIC 9(07)V99.
007290     05  RP-RATE-NUMERIC     PIC 9(05)V99.
007300     05  RP-EMP-TYPE         PIC X(01).
007310     05  RP-FEDERAL-PRCNT    PIC 9V99.
007320     05  RP-STATE-PRCNT      PIC 9V99.
007330     05  RP-FICA-PRCNT       PIC 9V99.
007340     05  RP-DEPT-CODE        PIC X(03).
007350     05  RP-PAY-METHOD       PIC X(01).
007360     05  RP-FILING-STATUS    PIC X(01).
007370     05  RP-DEPENDENTS-CREDIT PIC 9(05)V99.
007380     05  RP-FED-EXTRA-WH     PIC 9(05)V99.
007390     05  RP-STATE-FILING-STATUS PIC X(01).
007400     05  RP-STATE-EXTRA-WH   PIC 9(05)V99.
007410     05  RP-DEPT-COUNT       PIC 9(02).
007420     05  RP-DEPT-ENTRY       OCCURS 10 TIMES.
007430         10  RP-DPT-CODE         PIC X(03).
007440         10  RP-DPT-AMOUNT       PIC 9(07)V99.
007450
007460 FD  REISSUE-FILE
007470     RECORDING MODE IS F.
007480 01  REISSUE-RECORD.
007490     05  RI-ID-NUMERIC       PIC 9(03).
007500     05  RI-NAME-ALPHA       PIC X(20).
007510     05  RI-DEPT-CODE        PIC X(03).
007520     05  RI-ORIG-DATE        PIC 9(08).
007530     05  RI-TRACE-NUMBER     PIC X(15).
007540     05  RI-RETURN-CODE      PIC X(03).
007550     05  RI-RETURN-DATE      PIC 9(08).
007560     05  RI-AMOUNT           PIC 9(07)V99.
007570
007580 FD  SUPPLEMENTAL-TRANS
007590     RECORDING MODE IS F.
007600 01  SUPPLEMENTAL-TRANS-RECORD.
007610     05  ST-ID-NUMERIC       PIC 9(03).
007620     05  ST-EARN-TYPE        PIC X(01).
007630         88  ST-EARN-BONUS             VALUE "B".
007640         88  ST-EARN-COMMISSION        VALUE "C".
007650         88  ST-EARN-MISSED-PAY        VALUE "M".
007660         88  ST-EARN-OTHER             VALUE "O".
007670         88  ST-EARN-TYPE-VALID        VALUES "B" "C" "M" "O".
007680     05  ST-AMOUNT           PIC 9(07)V99.
007690     05  ST-DEPT-CODE        PIC X(03).
007700     05  ST-REASON           PIC X(20).
007710
007720 FD  COMPANY-CONTROL
007730     RECORDING MODE IS F.
007740 01  COMPANY-CONTROL-RECORD.
007750     05  CC-EFFECTIVE-DATE   PIC 9(08).
007760     05  CC-FICA-WAGE-BASE   PIC 9(09)V99.
007770     05  CC-FUTA-RATE        PIC 9V999.
007780     05  CC-FUTA-WAGE-BASE   PIC 9(09)V99.
007790     05  CC-SUTA-RATE        PIC 9V999.
007800     05  CC-SUTA-WAGE-BASE   PIC 9(09)V99.
007810     05  CC-OT-THRESHOLD     PIC 9(03).
007820     05  CC-OT-MULTIPLIER    PIC 9V9.
007830     05  CC-MAX-HOURS        PIC 9(03).
007840     05  CC-MAX-RATE         PIC 9(03).
007850     05  CC-MAX-TAXRATE      PIC 9V99.
007860     05  CC-CHECK-START      PIC 9(06).
007870     05  CC-GL-WAGE-EXP      PIC X(04).
007880     05  CC-GL-SHIFT-PREM    PIC X(04).
007890     05  CC-GL-ER-TAX-EXP    PIC X(04).
007900     05  CC-GL-FED-WH        PIC X(04).
007910     05  CC-GL-STATE-WH      PIC X(04).
007920     05  CC-GL-FICA-WH       PIC X(04).
007930     05  CC-GL-FICA-ER       PIC X(04).
007940     05  CC-GL-FUTA          PIC X(04).
007950     05  CC-GL-SUTA          PIC X(04).
007960     05  CC-GL-VENDOR-LIAB   PIC X(04).
007970     05  CC-GL-CASH          PIC X(04).
007980     05  CC-GL-ACH-RETURN    PIC X(04).
007990     05  CC-SUPP-FED-RATE    PIC 9V999.
008000
008010 FD  WITHHOLDING-TABLE
008020     RECORDING MODE IS F.
008030 01  WITHHOLDING-TABLE-RECORD.
008040     05  WT-EFFECTIVE-DATE   PIC 9(08).
008050     05  WT-TAX-TYPE         PIC X(01).
008060         88  WT-TYPE-FEDERAL           VALUE "F".
008070         88  WT-TYPE-STATE             VALUE "S".
008080     05  WT-FILING-STATUS    PIC X(01).
008090     05  WT-WAGE-OVER        PIC 9(07)V99.
008100     05  WT-BASE-TAX         PIC 9(07)V99.
008110     05  WT-RATE             PIC 9V9999.
008120
008130 WORKING-STORAGE SECTION.
008140*-----------------------------------------------------------*
008150* FILE STATUS SWITCHES                                      *
008160*-----------------------------------------------------------*
008170 01  WS-EMPMSTR-STATUS       PIC X(02).
008180     88  WS-EMPMSTR-OK                VALUE "00".
008190     88  WS-EMPMSTR-EOF                VALUE "10".
008200
008210 01  WS-PAYREG-STATUS        PIC X(02).
008220     88  WS-PAYREG-OK                 VALUE "00".
008230
008240 01  WS-EXCPRPT-STATUS       PIC X(02).
008250     88  WS-EXCPRPT-OK                VALUE "00".
008260
008270 01  WS-YTDMSTR-STATUS       PIC X(02).
008280     88  WS-YTDMSTR-OK                VALUE "00".
008290     88  WS-YTDMSTR-NOT-FOUND         VALUE "23".
008300     88  WS-YTDMSTR-FILE-MISSING      VALUE "35".
008310
008320 01  WS-CHKPNT-STATUS        PIC X(02).
008330     88  WS-CHKPNT-OK                 VALUE "00".
008340     88  WS-CHKPNT-FILE-MISSING       VALUE "35".
008350
008360 01  WS-ACHFILE-STATUS       PIC X(02).
008370     88  WS-ACHFILE-OK                VALUE "00".
008380
008390 01  WS-TIMECRD-STATUS       PIC X(02).
008400     88  WS-TIMECRD-OK                VALUE "00".
008410     88  WS-TIMECRD-EOF               VALUE "10".
008420
008430 01  WS-DEDMSTR-STATUS       PIC X(02).
008440     88  WS-DEDMSTR-OK                VALUE "00".
008450     88  WS-DEDMSTR-EOF               VALUE "10".
008460
008470 01  WS-REMITRPT-STATUS      PIC X(02).
008480     88  WS-REMITRPT-OK               VALUE "00".
008490
008500 01  WS-GLPOST-STATUS        PIC X(02).
008510     88  WS-GLPOST-OK                 VALUE "00".
008520
008530 01  WS-CHKPRNT-STATUS       PIC X(02).
008540     88  WS-CHKPRNT-OK                VALUE "00".
008550
008560 01  WS-CHKREG-STATUS        PIC X(02).
008570     88  WS-CHKREG-OK                 VALUE "00".
008580
008590 01  WS-POSPAY-STATUS        PIC X(02).
008600     88  WS-POSPAY-OK                 VALUE "00".
008610
008620 01  WS-CHKCTL-STATUS        PIC X(02).
008630     88  WS-CHKCTL-OK                 VALUE "00".
008640     88  WS-CHKCTL-FILE-MISSING       VALUE "35".
008650
008660 01  WS-RUNHIST-STATUS       PIC X(02).
008670     88  WS-RUNHIST-OK                VALUE "00".
008680     88  WS-RUNHIST-FILE-MISSING      VALUE "35".
008690
008700 01  WS-ADJTRAN-STATUS       PIC X(02).
008710     88  WS-ADJTRAN-OK                VALUE "00".
008720     88  WS-ADJTRAN-FILE-MISSING      VALUE "35".
008730
008740 01  WS-PAYCTL-STATUS        PIC X(02).
008750     88  WS-PAYCTL-OK                 VALUE "00".
008760     88  WS-PAYCTL-FILE-MISSING       VALUE "35".
008770
008780 01  WS-PAYSTUB-STATUS       PIC X(02).
008790     88  WS-PAYSTUB-OK                VALUE "00".
008800
008810 01  WS-LABDIST-STATUS       PIC X(02).
008820     88  WS-LABDIST-OK                VALUE "00".
008830
008840 01  WS-CHKISS-STATUS        PIC X(02).
008850     88  WS-CHKISS-OK                 VALUE "00".
008860     88  WS-CHKISS-FILE-MISSING       VALUE "35".
008870
008880 01  WS-PAYHIST-STATUS       PIC X(02).
008890     88  WS-PAYHIST-OK                VALUE "00".
008900     88  WS-PAYHIST-FILE-MISSING      VALUE "35".
008910
008920 01  WS-BNKMSTR-STATUS       PIC X(02).
008930     88  WS-BNKMSTR-OK                VALUE "00".
008940     88  WS-BNKMSTR-EOF               VALUE "10".
008950     88  WS-BNKMSTR-FILE-MISSING      VALUE "35".
008960
008970 01  WS-ARREARS-STATUS       PIC X(02).
008980     88  WS-ARREARS-OK                VALUE "00".
008990     88  WS-ARREARS-EOF               VALUE "10".
009000     88  WS-ARREARS-FILE-MISSING      VALUE "35".
009010
009020 01  WS-PTOBAL-STATUS        PIC X(02).
009030     88  WS-PTOBAL-OK                 VALUE "00".
009040     88  WS-PTOBAL-EOF                VALUE "10".
009050     88  WS-PTOBAL-FILE-MISSING       VALUE "35".
009060
009070 01  WS-PTOPAY-STATUS        PIC X(02).
009080     88  WS-PTOPAY-OK                 VALUE "00".
009090     88  WS-PTOPAY-EOF                VALUE "10".
009100     88  WS-PTOPAY-FILE-MISSING       VALUE "35".
009110
009120 01  WS-RETROPAY-STATUS      PIC X(02).
009130     88  WS-RETROPAY-OK               VALUE "00".
009140     88  WS-RETROPAY-EOF              VALUE "10".
009150     88  WS-RETROPAY-FILE-MISSING     VALUE "35".
009160
009170 01  WS-REISSUE-STATUS       PIC X(02).
009180     88  WS-REISSUE-OK                VALUE "00".
009190     88  WS-REISSUE-EOF               VALUE "10".
009200     88  WS-REISSUE-FILE-MISSING      VALUE "35".
009210
009220 01  WS-SUPPTRN-STATUS       PIC X(02).
009230     88  WS-SUPPTRN-OK                VALUE "00".
009240     88  WS-SUPPTRN-EOF               VALUE "10".
009250     88  WS-SUPPTRN-FILE-MISSING      VALUE "35".
009260
009270 01  WS-COMPCTL-STATUS       PIC X(02).
009280     88  WS-COMPCTL-OK                VALUE "00".
009290     88  WS-COMPCTL-EOF               VALUE "10".
009300     88  WS-COMPCTL-FILE-MISSING      VALUE "35".
009310
009320 01  WS-WHTAXTB-STATUS       PIC X(02).
009330     88  WS-WHTAXTB-OK                VALUE "00".
009340     88  WS-WHTAXTB-EOF               VALUE "10".
009350     88  WS-WHTAXTB-FILE-MISSING      VALUE "35".
009360
009370 01  WS-SWITCHES.
009380     05  WS-EOF-SWITCH       PIC X(01)   VALUE "N".
009390         88  WS-END-OF-FILE              VALUE "Y".
009400     05  WS-VALID-SWITCH     PIC X(01)   VALUE "Y".
009410         88  WS-RECORD-VALID             VALUE "Y".
009420         88  WS-RECORD-INVALID            VALUE "N".
009430     05  WS-YTD-FOUND-SWITCH PIC X(01)   VALUE "N".
009440         88  WS-YTD-RECORD-FOUND         VALUE "Y".
009450     05  WS-CHKPNT-EOF-SWITCH PIC X(01)  VALUE "N".
009460         88  WS-CHKPNT-AT-END            VALUE "Y".
009470     05  WS-RESUME-SWITCH    PIC X(01)   VALUE "N".
009480         88  WS-RESUME-MODE              VALUE "Y".
009490     05  WS-TCRD-EOF-SWITCH  PIC X(01)   VALUE "N".
009500         88  WS-TCRD-AT-END              VALUE "Y".
009510     05  WS-DED-EOF-SWITCH   PIC X(01)   VALUE "N".
009520         88  WS-DED-AT-END               VALUE "Y".
009530     05  WS-RUN-COMPLETE-SW  PIC X(01)   VALUE "N".
009540         88  RUN-COMPLETED               VALUE "Y".
009550     05  WS-YTD-OPEN-SWITCH  PIC X(01)   VALUE "Y".
009560         88  WS-YTD-FILE-OPEN            VALUE "Y".
009570
009580*-----------------------------------------------------------*
009590* PAGE AND RUN-DATE CONTROL FOR PAYROLL-REGISTER             *
009600*-----------------------------------------------------------*
009610 01  WS-PAGE-CONTROL.
009620     05  WS-PAGE-NUMBER      PIC 9(04)   VALUE ZERO.
009630     05  WS-LINE-COUNT       PIC 9(02)   VALUE 99.
009640     05  WS-LINES-PER-PAGE   PIC 9(02)   VALUE 50.
009650
009660 01  WS-SYSTEM-DATE.
009670     05  WS-SYSTEM-YYYY      PIC 9(04).
009680     05  WS-SYSTEM-MM        PIC 9(02).
009690     05  WS-SYSTEM-DD        PIC 9(02).
009700
009710 01  WS-RUN-DATE-DISPLAY     PIC X(10).
009720
009730*-----------------------------------------------------------*
009740* RUN CONTROL TOTALS                                        *
009750*-----------------------------------------------------------*
009760 01  WS-CONTROL-TOTALS.
009770     05  WS-TOTAL-GROSS      PIC 9(09)V99  VALUE ZERO.
009780     05  WS-TOTAL-TAX        PIC 9(09)V99  VALUE ZERO.
009790     05  WS-TOTAL-NET        PIC 9(09)V99  VALUE ZERO.
009800     05  WS-TOTAL-VOLDED     PIC 9(09)V99  VALUE ZERO.
009810     05  WS-TOTAL-FEDERAL    PIC 9(09)V99  VALUE ZERO.
009820     05  WS-TOTAL-STATE      PIC 9(09)V99  VALUE ZERO.
009830     05  WS-TOTAL-FICA       PIC 9(09)V99  VALUE ZERO.
009840     05  WS-TOTAL-ER-FICA    PIC 9(09)V99  VALUE ZERO.
009850     05  WS-TOTAL-FUTA       PIC 9(09)V99  VALUE ZERO.
009860     05  WS-TOTAL-SUTA       PIC 9(09)V99  VALUE ZERO.
009870
009880*-----------------------------------------------------------*
009890* CONFIGURABLE EDIT LIMITS FOR HOURS, RATE, AND TAX PERCENTAGE *
009900*-----------------------------------------------------------*
009910 01  WS-VALIDATION-LIMITS.
009920     05  VL-MAX-HOURS        PIC 9(03)     VALUE 168.
009930     05  VL-MAX-RATE         PIC 9(03)     VALUE 500.
009940     05  VL-MIN-TAXRATE      PIC 9V99      VALUE 0.00.
009950     05  VL-MAX-TAXRATE      PIC 9V99      VALUE 0.50.
009960
009970 01  WS-EXCEPTION-REASON     PIC X(72).
009980 01  WS-EXCEPTION-REASON-HOLD PIC X(72).
009990
010000*-----------------------------------------------------------*
010010* PAYROLL-REGISTER PRINT LINES                               *
010020*-----------------------------------------------------------*
010030 01  WS-HEADING-LINE-1.
010040     05  FILLER              PIC X(20)   VALUE "PAYROLL REGISTER".
010050     05  FILLER              PIC X(15)   VALUE "RUN DATE: ".
010060     05  HL1-RUN-DATE        PIC X(10).
010070     05  FILLER              PIC X(10)   VALUE "PAGE: ".
010080     05  HL1-PAGE-NUMBER     PIC ZZZ9.
010090     05  FILLER              PIC X(09)   VALUE "  CYCLE: ".
010100     05  HL1-CYCLE-CODE      PIC X(01).
010110     05  FILLER              PIC X(03)   VALUE SPACES.
010120     05  HL1-TRIAL-TAG       PIC X(23)   VALUE SPACES.
010130     05  FILLER              PIC X(33)   VALUE SPACES.
010140
010150 01  WS-HEADING-LINE-2.
010160     05  FILLER              PIC X(20)   VALUE "NAME".
010170     05  FILLER              PIC X(08)   VALUE "EMP ID".
010180     05  FILLER              PIC X(08)   VALUE "HOURS".
010190     05  FILLER              PIC X(10)   VALUE "RATE".
010200     05  FILLER              PIC X(12)   VALUE "GROSS PAY".
010210     05  FILLER              PIC X(12)   VALUE "OT PAY".
010220     05  FILLER              PIC X(12)   VALUE "FEDERAL TAX".
010230     05  FILLER              PIC X(12)   VALUE "STATE TAX".
010240     05  FILLER              PIC X(12)   VALUE "FICA".
010250     05  FILLER              PIC X(12)   VALUE "NET PAY".
010260     05  FILLER              PIC X(14)   VALUE SPACES.
010270
010280 01  WS-DETAIL-LINE.
010290     05  DL-NAME             PIC X(20).
010300     05  DL-ID               PIC Z(3).
010310     05  FILLER              PIC X(05)   VALUE SPACES.
010320     05  DL-HOURS            PIC ZZ9.
010330     05  FILLER              PIC X(05)   VALUE SPACES.
010340     05  DL-RATE             PIC ZZZZ9.99.
010350     05  FILLER              PIC X(02)   VALUE SPACES.
010360     05  DL-GROSS            PIC ZZZZZZ9.99.
010370     05  FILLER              PIC X(02)   VALUE SPACES.
010380     05  DL-OVERTIME         PIC ZZZZZZ9.99.
010390     05  FILLER              PIC X(02)   VALUE SPACES.
010400     05  DL-FEDERAL          PIC ZZZZZZ9.99.
010410     05  FILLER              PIC X(02)   VALUE SPACES.
010420     05  DL-STATE            PIC ZZZZZZ9.99.
010430     05  FILLER              PIC X(02)   VALUE SPACES.
010440     05  DL-FICA             PIC ZZZZZZ9.99.
010450     05  FILLER              PIC X(02)   VALUE SPACES.
010460     05  DL-NETPAY           PIC ZZZZZZ9.99.
010470     05  FILLER              PIC X(10)   VALUE SPACES.
010480
010490*-----------------------------------------------------------*
010500* YEAR-TO-DATE PRINT LINE (PRINTED UNDER EACH DETAIL LINE)   *
010510*-----------------------------------------------------------*
010520 01  WS-YTD-LINE.
010530     05  FILLER              PIC X(22)   VALUE SPACES.
010540     05  FILLER              PIC X(14)   VALUE "YEAR-TO-DATE:".
010550     05  FILLER              PIC X(08)   VALUE "GROSS".
010560     05  YTL-GROSS           PIC ZZZZZZZZ9.99.
010570     05  FILLER              PIC X(02)   VALUE SPACES.
010580     05  FILLER              PIC X(06)   VALUE "TAX".
010590     05  YTL-TAX             PIC ZZZZZZZZ9.99.
010600     05  FILLER              PIC X(02)   VALUE SPACES.
010610     05  FILLER              PIC X(06)   VALUE "NET".
010620     05  YTL-NET             PIC ZZZZZZZZ9.99.
010630     05  FILLER              PIC X(24)   VALUE SPACES.
010640
010650 01  WS-TOTAL-LINE.
010660     05  FILLER              PIC X(28)   VALUE
010670             "CONTROL TOTALS".
010680     05  FILLER              PIC X(09)   VALUE SPACES.
010690     05  TL-GROSS            PIC ZZZZZZZZ9.99.
010700     05  FILLER              PIC X(02)   VALUE SPACES.
010710     05  TL-TAX              PIC ZZZZZZZZ9.99.
010720     05  FILLER              PIC X(02)   VALUE SPACES.
010730     05  TL-NET              PIC ZZZZZZZZ9.99.
010740     05  FILLER              PIC X(55)   VALUE SPACES.
010750
010760 01  WS-RESUME-NOTICE-LINE.
010770     05  FILLER              PIC X(31)   VALUE
010780             "*** RESUMED RUN - TOTALS BELOW ".
010790     05  FILLER              PIC X(46)   VALUE
010800             "REFLECT ONLY EMPLOYEES PROCESSED THIS RUN ***".
010810     05  FILLER              PIC X(55)   VALUE SPACES.
010820
010830 01  WS-TRIAL-NOTICE-LINE.
010840     05  FILLER              PIC X(31)   VALUE
010850             "*** TRIAL - NOT FOR PAYMENT - ".
010860     05  FILLER              PIC X(46)   VALUE
010870             "NO MASTER OR PAYMENT FILE WAS UPDATED ***".
010880     05  FILLER              PIC X(55)   VALUE SPACES.
010890
010900*-----------------------------------------------------------*
010910* DEPARTMENT SUMMARY PRINT LINES (END OF REGISTER)          *
010920*-----------------------------------------------------------*
010930 01  WS-DEPT-HEADING.
010940     05  FILLER              PIC X(40)   VALUE
010950             "DEPARTMENT SUMMARY".
010960     05  DPH-TRIAL-TAG       PIC X(23)   VALUE SPACES.
010970     05  FILLER              PIC X(69)   VALUE SPACES.
010980
010990 01  WS-DEPT-LINE.
011000     05  DPL-DEPT-CODE       PIC X(05).
011010     05  FILLER              PIC X(05)   VALUE SPACES.
011020     05  DPL-GROSS           PIC ZZZZZZZZ9.99.
011030     05  FILLER              PIC X(03)   VALUE SPACES.
011040     05  DPL-NET             PIC ZZZZZZZZ9.99.
011050     05  FILLER              PIC X(94)   VALUE SPACES.
011060
011070*-----------------------------------------------------------*
011080* LABOR DISTRIBUTION REPORT PRINT LINES                      *
011090*-----------------------------------------------------------*
011100 01  WS-LABOR-HEADING.
011110     05  FILLER              PIC X(40)   VALUE
011120             "LABOR DISTRIBUTION REPORT".
011130     05  FILLER              PIC X(15)   VALUE "RUN DATE: ".
011140     05  LDH-RUN-DATE        PIC X(10).
011150     05  FILLER              PIC X(03)   VALUE SPACES.
011160     05  LDH-TRIAL-TAG       PIC X(23)   VALUE SPACES.
011170     05  FILLER              PIC X(41)   VALUE SPACES.
011180
011190 01  WS-LABOR-COLUMN-LINE.
011200     05  FILLER              PIC X(08)   VALUE "EMP ID".
011210     05  FILLER              PIC X(22)   VALUE "NAME".
011220     05  FILLER              PIC X(06)   VALUE "DEPT".
011230     05  FILLER              PIC X(10)   VALUE "REG HRS".
011240     05  FILLER              PIC X(10)   VALUE "OT HRS".
011250     05  FILLER              PIC X(12)   VALUE "GROSS PAY".
011260     05  FILLER              PIC X(64)   VALUE SPACES.
011270
011280 01  WS-LABOR-LINE.
011290     05  LDL-ID              PIC Z(3).
011300     05  FILLER              PIC X(05)   VALUE SPACES.
011310     05  LDL-NAME            PIC X(20).
011320     05  FILLER              PIC X(02)   VALUE SPACES.
011330     05  LDL-DEPT            PIC X(03).
011340     05  FILLER              PIC X(03)   VALUE SPACES.
011350     05  LDL-REG-HOURS       PIC ZZ9.
011360     05  FILLER              PIC X(07)   VALUE SPACES.
011370     05  LDL-OT-HOURS        PIC ZZ9.
011380     05  FILLER              PIC X(07)   VALUE SPACES.
011390     05  LDL-GROSS           PIC ZZZZZZ9.99.
011400     05  FILLER              PIC X(66)   VALUE SPACES.
011410
011420 01  WS-LABOR-TOTAL-HEADING.
011430     05  FILLER              PIC X(40)   VALUE
011440             "DEPARTMENT LABOR TOTALS".
011450     05  FILLER              PIC X(92)   VALUE SPACES.
011460
011470 01  WS-LABOR-TOTAL-LINE.
011480     05  LDT-DEPT-CODE       PIC X(03).
011490     05  FILLER              PIC X(05)   VALUE SPACES.
011500     05  LDT-REG-HOURS       PIC ZZZZ9.
011510     05  FILLER              PIC X(05)   VALUE SPACES.
011520     05  LDT-OT-HOURS        PIC ZZZZ9.
011530     05  FILLER              PIC X(05)   VALUE SPACES.
011540     05  LDT-GROSS           PIC ZZZZZZZZ9.99.
011550     05  FILLER              PIC X(92)   VALUE SPACES.
011560
011570*-----------------------------------------------------------*
011580* EXCEPTION-LISTING PRINT LINES                              *
011590*-----------------------------------------------------------*
011600 01  WS-EXCEPTION-HEADING.
011610     05  FILLER              PIC X(40)   VALUE
011620             "PAYROLL EXCEPTION LISTING".
011630     05  FILLER              PIC X(15)   VALUE "RUN DATE: ".
011640     05  EH-RUN-DATE         PIC X(10).
011650     05  FILLER              PIC X(03)   VALUE SPACES.
011660     05  EH-TRIAL-TAG        PIC X(23)   VALUE SPACES.
011670     05  FILLER              PIC X(41)   VALUE SPACES.
011680
011690 01  WS-EXCEPTION-LINE.
011700     05  EL-NAME             PIC X(20).
011710     05  EL-ID               PIC Z(3).
011720     05  FILLER              PIC X(05)   VALUE SPACES.
011730     05  EL-HOURS            PIC ZZ9.
011740     05  FILLER              PIC X(05)   VALUE SPACES.
011750     05  EL-RATE             PIC ZZZZ9.99.
011760     05  FILLER              PIC X(01)   VALUE SPACES.
011770     05  EL-FEDPRCNT         PIC Z.99.
011780     05  FILLER              PIC X(01)   VALUE SPACES.
011790     05  EL-STATEPRCNT       PIC Z.99.
011800     05  FILLER              PIC X(01)   VALUE SPACES.
011810     05  EL-FICAPRCNT        PIC Z.99.
011820     05  FILLER              PIC X(01)   VALUE SPACES.
011830     05  EL-REASON           PIC X(72).
011840
011850 01  WS-ORPHAN-TIMECARD-LINE.
011860     05  FILLER              PIC X(13)   VALUE "TIMECARD W/E ".
011870     05  OTL-WEEK-ENDING     PIC 9(08).
011880     05  FILLER              PIC X(03)   VALUE SPACES.
011890     05  FILLER              PIC X(07)   VALUE "EMP ID ".
011900     05  OTL-ID              PIC Z(3).
011910     05  FILLER              PIC X(02)   VALUE SPACES.
011920     05  OTL-HOURS           PIC ZZ9.
011930     05  FILLER              PIC X(07)   VALUE " HOURS ".
011940     05  FILLER              PIC X(47)   VALUE
011950             "NO EMPLOYEE PAID THIS CYCLE FOR CARD".
011960     05  FILLER              PIC X(39)   VALUE SPACES.
011970
011980*-----------------------------------------------------------*
011990* NACHA ACH FILE RECORD LAYOUTS (94-BYTE) AND COMPANY/ODFI   *
012000* CONSTANTS - THE BANK INGESTS THIS FILE DIRECTLY            *
012010*-----------------------------------------------------------*
012020 01  ACH-COMPANY-CONSTANTS.
012030     05  ACH-IMMED-DEST      PIC X(10)   VALUE " 071000505".
012040     05  ACH-IMMED-ORIGIN    PIC X(10)   VALUE "1234567890".
012050     05  ACH-COMPANY-NAME    PIC X(16)
012060             VALUE "PAYROLL DATA PRC".
012070     05  ACH-COMPANY-ID      PIC X(10)   VALUE "1234567890".
012080     05  ACH-ODFI-ID         PIC X(08)   VALUE "07100050".
012090     05  ACH-DEST-NAME       PIC X(23)
012100             VALUE "FIRST COMMERCE BANK".
012110     05  ACH-ORIGIN-NAME     PIC X(23)
012120             VALUE "PAYROLL DATA PROCESSING".
012130
012140 01  NACHA-FILE-HEADER.
012150     05  FILLER              PIC X(01)   VALUE "1".
012160     05  FILLER              PIC X(02)   VALUE "01".
012170     05  NFH-IMMED-DEST      PIC X(10).
012180     05  NFH-IMMED-ORIGIN    PIC X(10).
012190     05  NFH-FILE-DATE       PIC 9(06).
012200     05  NFH-FILE-TIME       PIC 9(04).
012210     05  FILLER              PIC X(01)   VALUE "A".
012220     05  FILLER              PIC X(03)   VALUE "094".
012230     05  FILLER              PIC X(02)   VALUE "10".
012240     05  FILLER              PIC X(01)   VALUE "1".
012250     05  NFH-DEST-NAME       PIC X(23).
012260     05  NFH-ORIGIN-NAME     PIC X(23).
012270     05  FILLER              PIC X(08)   VALUE SPACES.
012280
012290 01  NACHA-BATCH-HEADER.
012300     05  FILLER              PIC X(01)   VALUE "5".
012310     05  FILLER              PIC X(03)   VALUE "200".
012320     05  NBH-COMPANY-NAME    PIC X(16).
012330     05  FILLER              PIC X(20)   VALUE SPACES.
012340     05  NBH-COMPANY-ID      PIC X(10).
012350     05  FILLER              PIC X(03)   VALUE "PPD".
012360     05  FILLER              PIC X(10)   VALUE "PAYROLL".
012370     05  NBH-DESC-DATE       PIC 9(06).
012380     05  NBH-EFF-DATE        PIC 9(06).
012390     05  FILLER              PIC X(03)   VALUE SPACES.
012400     05  FILLER              PIC X(01)   VALUE "1".
012410     05  NBH-ODFI-ID         PIC X(08).
012420     05  NBH-BATCH-NUMBER    PIC 9(07).
012430
012440 01  NACHA-ENTRY-DETAIL.
012450     05  FILLER              PIC X(01)   VALUE "6".
012460     05  NED-TRAN-CODE       PIC 9(02).
012470     05  NED-RDFI-ROUTING    PIC 9(08).
012480     05  NED-CHECK-DIGIT     PIC 9(01).
012490     05  NED-ACCOUNT         PIC X(17).
012500     05  NED-AMOUNT          PIC 9(10).
012510     05  NED-INDIVIDUAL-ID   PIC X(15).
012520     05  NED-INDIVIDUAL-NAME PIC X(22).
012530     05  FILLER              PIC X(02)   VALUE SPACES.
012540     05  FILLER              PIC X(01)   VALUE "0".
012550     05  NED-TRACE-NUMBER.
012560         10  NED-TRACE-ODFI      PIC X(08).
012570         10  NED-TRACE-SEQ       PIC 9(07).
012580
012590 01  NACHA-BATCH-CONTROL.
012600     05  FILLER              PIC X(01)   VALUE "8".
012610     05  FILLER              PIC X(03)   VALUE "200".
012620     05  NBC-ENTRY-COUNT     PIC 9(06).
012630     05  NBC-ENTRY-HASH      PIC 9(10).
012640     05  NBC-TOTAL-DEBIT     PIC 9(12).
012650     05  NBC-TOTAL-CREDIT    PIC 9(12).
012660     05  NBC-COMPANY-ID      PIC X(10).
012670     05  FILLER              PIC X(19)   VALUE SPACES.
012680     05  FILLER              PIC X(06)   VALUE SPACES.
012690     05  NBC-ODFI-ID         PIC X(08).
012700     05  NBC-BATCH-NUMBER    PIC 9(07).
012710
012720 01  NACHA-FILE-CONTROL.
012730     05  FILLER              PIC X(01)   VALUE "9".
012740     05  NFC-BATCH-COUNT     PIC 9(06).
012750     05  NFC-BLOCK-COUNT     PIC 9(06).
012760     05  NFC-ENTRY-COUNT     PIC 9(08).
012770     05  NFC-ENTRY-HASH      PIC 9(10).
012780     05  NFC-TOTAL-DEBIT     PIC 9(12).
012790     05  NFC-TOTAL-CREDIT    PIC 9(12).
012800     05  FILLER              PIC X(39)   VALUE SPACES.
012810
012820 01  NACHA-PAD-RECORD        PIC X(94)   VALUE ALL "9".
012830
012840*-----------------------------------------------------------*
012850* ACH RUNNING COUNTS FOR THE CONTROL RECORDS                 *
012860*-----------------------------------------------------------*
012870 01  ACH-ENTRY-COUNT         PIC 9(06)     VALUE ZERO.
012880 01  ACH-ENTRY-HASH          PIC 9(10)     VALUE ZERO.
012890 01  ACH-TOTAL-DEBIT-CENTS   PIC 9(12)     VALUE ZERO.
012900 01  ACH-TOTAL-CREDIT-CENTS  PIC 9(12)     VALUE ZERO.
012910 01  ACH-TRACE-SEQ           PIC 9(07)     VALUE ZERO.
012920 01  ACH-RECORD-COUNT        PIC 9(06)     VALUE ZERO.
012930 01  ACH-BLOCK-COUNT         PIC 9(06)     VALUE ZERO.
012940 01  ACH-PAD-REMAINDER       PIC 9(02)     VALUE ZERO.
012950 01  ACH-ENTRY-AMOUNT        PIC 9(07)V99  VALUE ZERO.
012960 01  ACH-ENTRY-DC-FLAG       PIC X(01)     VALUE "C".
012970     88  ACH-ENTRY-DC-C                    VALUE "C".
012980     88  ACH-ENTRY-DC-P                    VALUE "P".
012990     88  ACH-ENTRY-DC-D                    VALUE "D".
013000 01  ACH-ENTRY-NAME          PIC X(22)     VALUE SPACES.
013010 01  BNK-SEARCH-ID           PIC 9(03)     VALUE ZERO.
013020 01  PRENOTE-READY-SWITCH    PIC X(01)     VALUE "N".
013030     88  PRENOTE-PERIOD-PASSED             VALUE "Y".
013040
013050*-----------------------------------------------------------*
013060* EMPLOYEE BANK ACCOUNT TABLE - LOADED AT INITIALIZE; UP TO  *
013070* TWO ACCOUNTS PER EMPLOYEE (SEQ 1 CARRIES A FLAT SPLIT      *
013080* AMOUNT, SEQ 2 TAKES THE REMAINDER)                         *
013090*-----------------------------------------------------------*
013100 01  BNK-COUNT               PIC 9(03)  COMP  VALUE ZERO.
013110 01  BNK-IDX                 PIC 9(03)  COMP  VALUE ZERO.
013120 01  BNK-MAX-ENTRIES         PIC 9(03)  COMP  VALUE 500.
013130 01  WS-BNK-EOF-SWITCH       PIC X(01)        VALUE "N".
013140     88  WS-BNK-AT-END                       VALUE "Y".
013150 01  BNK-TABLE.
013160     05  BNK-ENTRY           OCCURS 500 TIMES.
013170         10  BK-ID-NUMERIC       PIC 9(03).
013180         10  BK-ACCT-SEQ         PIC 9(01).
013190         10  BK-ROUTING-NUMBER   PIC 9(09).
013200         10  BK-ROUTING-SPLIT REDEFINES BK-ROUTING-NUMBER.
013210             15  BK-ROUTING-8        PIC 9(08).
013220             15  BK-CHECK-DIGIT      PIC 9(01).
013230         10  BK-ACCOUNT-NUMBER   PIC X(17).
013240         10  BK-ACCOUNT-TYPE     PIC X(01).
013250         10  BK-SPLIT-AMOUNT     PIC 9(07)V99.
013260         10  BK-PRENOTE-DATE     PIC 9(08).
013270         10  BK-PRENOTE-STATUS   PIC X(01).
013280         10  BK-ACCOUNT-STATUS   PIC X(01).
013290
013300*-----------------------------------------------------------*
013310* PRENOTE WAITING PERIOD AND DAY-COUNT WORK FIELDS (365/30   *
013320* APPROXIMATION, SAME AS THE RECONCILIATION AGING)           *
013330*-----------------------------------------------------------*
013340 01  PRENOTE-WAIT-DAYS       PIC 9(03)     VALUE 10.
013350 01  RUN-DAY-COUNT           PIC 9(08)     VALUE ZERO.
013360 01  WORK-DAY-COUNT          PIC 9(08)     VALUE ZERO.
013370 01  WORK-DATE               PIC 9(08)     VALUE ZERO.
013380 01  WORK-DATE-SPLIT REDEFINES WORK-DATE.
013390     05  WKD-YYYY            PIC 9(04).
013400     05  WKD-MM              PIC 9(02).
013410     05  WKD-DD              PIC 9(02).
013420
013430 01  EMP-BNK-IDX-1           PIC 9(03)  COMP  VALUE ZERO.
013440 01  EMP-BNK-IDX-2           PIC 9(03)  COMP  VALUE ZERO.
013450 01  ACCT-READY-SWITCH-1     PIC X(01)        VALUE "N".
013460     88  ACCT-1-READY                        VALUE "Y".
013470 01  ACCT-READY-SWITCH-2     PIC X(01)        VALUE "N".
013480     88  ACCT-2-READY                        VALUE "Y".
013490 01  SPLIT-AMOUNT-1          PIC 9(07)V99     VALUE ZERO.
013500 01  SPLIT-AMOUNT-2          PIC 9(07)V99     VALUE ZERO.
013510
013520*-----------------------------------------------------------*
013530* CURRENT EMPLOYEE WORKING FIELDS                           *
013540*-----------------------------------------------------------*
013550 01  ID-NUMERIC       PIC 9(3).
013560 01  HOURS-NUMERIC    PIC 9(3).
013570 01  RATE-NUMERIC     PIC 9(5)V99.
013580 01  FEDERAL-PRCNT-NUM PIC 9V99.
013590 01  STATE-PRCNT-NUM   PIC 9V99.
013600 01  FICA-PRCNT-NUM    PIC 9V99.
013610 01  TOTALOWED-NUM    PIC 9(7)V99.
013620 01  FEDERAL-VALUE-NUM PIC 9(7)V99.
013630 01  STATE-VALUE-NUM   PIC 9(7)V99.
013640 01  FICA-VALUE-NUM    PIC 9(7)V99.
013650 01  TAXVALUE-NUM     PIC 9(7)V99.
013660 01  NETPAY-NUM       PIC 9(7)V99.
013670
013680 01  NAME-ALPHA       PIC X(20).
013690 01  DEPT-CODE-ALPHA  PIC X(03).
013700
013710 01  EMP-TYPE-SWITCH         PIC X(01).
013720     88  EMPLOYEE-IS-HOURLY            VALUE "H".
013730     88  EMPLOYEE-IS-SALARY            VALUE "S".
013740 01  SALARY-AMOUNT-NUM       PIC 9(07)V99.
013750
013760 01  FILING-STATUS-CODE      PIC X(01).
013770 01  DEPENDENTS-CREDIT-NUM   PIC 9(05)V99.
013780 01  FED-EXTRA-WH-NUM        PIC 9(05)V99.
013790 01  STATE-FILING-STATUS-CODE PIC X(01).
013800 01  STATE-EXTRA-WH-NUM      PIC 9(05)V99.
013810
013820 01  TIMECARD-FOUND-SWITCH   PIC X(01)     VALUE "N".
013830     88  TIMECARD-ON-FILE              VALUE "Y".
013840 01  TIMECARD-HOURS-NUM      PIC 9(05)     VALUE ZERO.
013850
013860*-----------------------------------------------------------*
013870* OVERTIME CALCULATION WORKING FIELDS                        *
013880*-----------------------------------------------------------*
013890 01  OVERTIME-LIMITS.
013900     05  OT-HOURS-THRESHOLD  PIC 9(03)     VALUE 40.
013910     05  OT-RATE-MULTIPLIER  PIC 9V9       VALUE 1.5.
013920
013930*-----------------------------------------------------------*
013940* SHIFT PREMIUM TABLE - PER TC-SHIFT-CODE, PAID ON TOP OF    *
013950* BASE RATE AS A PERCENT OF RATE ("P") OR CENTS PER HOUR     *
013960* ("C"); SHIFT 1 (DAYS) CARRIES NO PREMIUM                   *
013970*-----------------------------------------------------------*
013980 01  SHIFT-PREM-COUNT        PIC 9(02)  COMP  VALUE 3.
013990 01  SHIFT-PREM-IDX          PIC 9(02)  COMP  VALUE ZERO.
014000 01  SHIFT-PREMIUM-VALUES.
014010     05  FILLER              PIC X(08)   VALUE "1C000000".
014020     05  FILLER              PIC X(08)   VALUE "2C000050".
014030     05  FILLER              PIC X(08)   VALUE "3P000010".
014040 01  SHIFT-PREMIUM-TABLE REDEFINES SHIFT-PREMIUM-VALUES.
014050     05  SHIFT-PREM-ENTRY    OCCURS 3 TIMES.
014060         10  SP-SHIFT-CODE       PIC X(01).
014070         10  SP-METHOD-CODE      PIC X(01).
014080             88  SP-METHOD-PERCENT       VALUE "P".
014090             88  SP-METHOD-CENTS         VALUE "C".
014100         10  SP-VALUE            PIC 9(04)V99.
014110 01  SHIFT-PREM-FOUND-SWITCH PIC X(01)        VALUE "N".
014120     88  SHIFT-PREM-FOUND                    VALUE "Y".
014130 01  SHIFT-PREM-PAY-NUM      PIC 9(07)V99     VALUE ZERO.
014140 01  CARD-PREM-NUM           PIC 9(05)V99     VALUE ZERO.
014150 01  PREM-RATE-NUM           PIC 9(03)V99     VALUE ZERO.
014160
014170 01  REGULAR-HOURS-NUM       PIC 9(03).
014180 01  OVERTIME-HOURS-NUM      PIC 9(03).
014190 01  OVERTIME-RATE-NUM       PIC 9(05)V99.
014200 01  REGULAR-PAY-NUM         PIC 9(07)V99.
014210 01  OVERTIME-PAY-NUM        PIC 9(07)V99.
014220
014230*-----------------------------------------------------------*
014240* PER-TIMECARD PRICING FIELDS AND THE WORKED-DEPARTMENT      *
014250* TABLE FOR THE CURRENT EMPLOYEE - ONE ENTRY PER TC-DEPT     *
014260* CODE WORKED THIS PERIOD                                    *
014270*-----------------------------------------------------------*
014280 01  RUNNING-HOURS-NUM       PIC 9(05)     VALUE ZERO.
014290 01  CARD-HOURS-NUM          PIC 9(03)     VALUE ZERO.
014300 01  CARD-REG-HOURS-NUM      PIC 9(03)     VALUE ZERO.
014310 01  CARD-OT-HOURS-NUM       PIC 9(03)     VALUE ZERO.
014320 01  CARD-PAY-NUM            PIC 9(07)V99  VALUE ZERO.
014330
014340 01  WRK-DEPT-COUNT          PIC 9(02)  COMP  VALUE ZERO.
014350 01  WRK-DEPT-IDX            PIC 9(02)  COMP  VALUE ZERO.
014360 01  WRK-DEPT-MAX-ENTRIES    PIC 9(02)  COMP  VALUE 10.
014370 01  WRK-DEPT-FOUND-SWITCH   PIC X(01)        VALUE "N".
014380     88  WRK-DEPT-FOUND                      VALUE "Y".
014390 01  WRK-DEPT-TABLE.
014400     05  WRK-DEPT-ENTRY      OCCURS 10 TIMES.
014410         10  WD-DEPT-CODE        PIC X(03).
014420         10  WD-REG-HOURS        PIC 9(03).
014430         10  WD-OT-HOURS         PIC 9(03).
014440         10  WD-GROSS            PIC 9(07)V99.
014450         10  WD-SHIFT-PREM       PIC 9(05)V99.
014460
014470*-----------------------------------------------------------*
014480* YEAR-TO-DATE WORKING FIELDS                                *
014490*-----------------------------------------------------------*
014500 01  YTD-GROSS-NUM           PIC 9(09)V99.
014510 01  YTD-TAX-NUM             PIC 9(09)V99.
014520 01  YTD-NET-NUM             PIC 9(09)V99.
014530
014540*-----------------------------------------------------------*
014550* CHECKPOINT / RESTART WORKING FIELDS                        *
014560*-----------------------------------------------------------*
014570 01  WS-LAST-CHECKPOINT-ID   PIC 9(03)     VALUE ZERO.
014580 01  WS-CHECKPOINT-COUNT     PIC 9(05) COMP VALUE ZERO.
014590 01  WS-EMPLOYEE-SEQ-NUM     PIC 9(05) COMP VALUE ZERO.
014600
014610*-----------------------------------------------------------*
014620* SAVED CHECKPOINT RECORDS (ALL CYCLES) - THE FILE IS       *
014630* REWRITTEN RATHER THAN TRUNCATED SO AN ABORTED RUN ON ONE  *
014640* CYCLE KEEPS ITS RESTART POINT WHILE ANOTHER CYCLE RUNS    *
014650*-----------------------------------------------------------*
014660 01  CKPT-COUNT              PIC 9(04)  COMP  VALUE ZERO.
014670 01  CKPT-IDX                PIC 9(04)  COMP  VALUE ZERO.
014680 01  CKPT-MAX-ENTRIES        PIC 9(04)  COMP  VALUE 1000.
014690 01  CKPT-TABLE.
014700     05  CKPT-ENTRY          OCCURS 1000 TIMES.
014710         10  CKT-CYCLE-CODE      PIC X(01).
014720         10  CKT-ID-NUMERIC      PIC 9(03).
014730 01  CKPT-SEARCH-ID          PIC 9(03)        VALUE ZERO.
014740 01  ALREADY-PAID-SWITCH     PIC X(01)        VALUE "N".
014750     88  EMPLOYEE-ALREADY-PAID               VALUE "Y".
014760
014770*-----------------------------------------------------------*
014780* ONE DEPARTMENT POSTING STAGED FOR THE TOTALS TABLE         *
014790*-----------------------------------------------------------*
014800 01  DEPT-POST-CODE          PIC X(03)     VALUE SPACES.
014810 01  DEPT-POST-GROSS         PIC 9(07)V99  VALUE ZERO.
014820 01  DEPT-POST-NET           PIC 9(07)V99  VALUE ZERO.
014830 01  DEPT-POST-REG-HOURS     PIC 9(03)     VALUE ZERO.
014840 01  DEPT-POST-OT-HOURS      PIC 9(03)     VALUE ZERO.
014850 01  DEPT-POST-LABOR-GROSS   PIC 9(07)V99  VALUE ZERO.
014860 01  DEPT-POST-SHIFT-PREM    PIC 9(07)V99  VALUE ZERO.
014870
014880*-----------------------------------------------------------*
014890* DEPARTMENT TOTALS TABLE FOR END-OF-RUN SUMMARY             *
014900*-----------------------------------------------------------*
014910 01  DEPT-COUNT              PIC 9(02)  COMP  VALUE ZERO.
014920 01  DEPT-IDX                PIC 9(02)  COMP  VALUE ZERO.
014930 01  DEPT-MAX-ENTRIES        PIC 9(02)  COMP  VALUE 20.
014940 01  DEPT-FOUND-SWITCH       PIC X(01)        VALUE "N".
014950     88  DEPT-FOUND                          VALUE "Y".
014960 01  DEPT-TABLE.
014970     05  DEPT-ENTRY          OCCURS 20 TIMES.
014980         10  DT-DEPT-CODE        PIC X(03).
014990         10  DT-TOTAL-GROSS      PIC 9(09)V99.
015000         10  DT-TOTAL-NET        PIC 9(09)V99.
015010         10  DT-REG-HOURS        PIC 9(05).
015020         10  DT-OT-HOURS         PIC 9(05).
015030         10  DT-LABOR-GROSS      PIC 9(09)V99.
015040         10  DT-SHIFT-PREM       PIC 9(09)V99.
015050
015060*-----------------------------------------------------------*
015070* TIMECARD TRANSACTION TABLE - LOADED AT INITIALIZE          *
015080*-----------------------------------------------------------*
015090 01  TCRD-COUNT              PIC 9(03)  COMP  VALUE ZERO.
015100 01  TCRD-IDX                PIC 9(03)  COMP  VALUE ZERO.
015110 01  TCRD-MAX-ENTRIES        PIC 9(03)  COMP  VALUE 500.
015120 01  TCRD-TABLE.
015130     05  TCRD-ENTRY          OCCURS 500 TIMES.
015140         10  TT-ID-NUMERIC       PIC 9(03).
015150         10  TT-WEEK-ENDING      PIC 9(08).
015160         10  TT-HOURS-NUMERIC    PIC 9(03).
015170         10  TT-SHIFT-CODE       PIC X(01).
015180         10  TT-DEPT-CODE        PIC X(03).
015190         10  TT-EARN-TYPE        PIC X(01).
015200             88  TT-EARN-REGULAR         VALUES "R" " ".
015210             88  TT-EARN-OVERTIME        VALUE "O".
015220             88  TT-EARN-VACATION        VALUE "V".
015230             88  TT-EARN-SICK            VALUE "S".
015240             88  TT-EARN-HOLIDAY         VALUE "H".
015250         10  TT-MATCHED-FLAG     PIC X(01).
015260             88  TT-MATCHED              VALUE "Y".
015270
015280*-----------------------------------------------------------*
015290* VOLUNTARY DEDUCTION MASTER TABLE - LOADED AT INITIALIZE   *
015300*-----------------------------------------------------------*
015310 01  DED-COUNT               PIC 9(03)  COMP  VALUE ZERO.
015320 01  DED-IDX                 PIC 9(03)  COMP  VALUE ZERO.
015330 01  DED-MAX-ENTRIES         PIC 9(03)  COMP  VALUE 200.
015340 01  DED-TABLE.
015350     05  DED-ENTRY           OCCURS 200 TIMES.
015360         10  VD-ID-NUMERIC       PIC 9(03).
015370         10  VD-DED-CODE         PIC X(03).
015380         10  VD-VENDOR-NAME      PIC X(20).
015390         10  VD-METHOD-CODE      PIC X(01).
015400             88  VD-METHOD-FLAT          VALUE "F".
015410             88  VD-METHOD-PERCENT       VALUE "P".
015420         10  VD-AMOUNT           PIC 9(05)V99.
015430         10  VD-PERCENT          PIC 9V99.
015440         10  VD-PRIORITY         PIC 9(02).
015450         10  VD-TAX-TREATMENT    PIC X(01).
015460             88  VD-PRETAX-401K          VALUE "K".
015470             88  VD-PRETAX-S125          VALUE "C".
015480             88  VD-PRETAX               VALUES "K" "C".
015490
015500*-----------------------------------------------------------*
015510* DEDUCTIONS TAKEN FROM THE CURRENT EMPLOYEE THIS PERIOD    *
015520*-----------------------------------------------------------*
015530 01  EMP-DED-COUNT           PIC 9(02)  COMP  VALUE ZERO.
015540 01  EMP-DED-IDX             PIC 9(02)  COMP  VALUE ZERO.
015550 01  EMP-DED-MAX-ENTRIES     PIC 9(02)  COMP  VALUE 10.
015560 01  EMP-DED-TABLE.
015570     05  EMP-DED-ENTRY       OCCURS 10 TIMES.
015580         10  ED-DED-CODE         PIC X(03).
015590         10  ED-VENDOR-NAME      PIC X(20).
015600         10  ED-AMOUNT           PIC 9(07)V99.
015610         10  ED-TAX-TREATMENT    PIC X(01).
015620             88  ED-PRETAX               VALUES "K" "C".
015630
015640*-----------------------------------------------------------*
015650* VENDOR REMITTANCE TOTALS FOR END-OF-RUN REPORT            *
015660*-----------------------------------------------------------*
015670 01  VEND-COUNT              PIC 9(02)  COMP  VALUE ZERO.
015680 01  VEND-IDX                PIC 9(02)  COMP  VALUE ZERO.
015690 01  VEND-MAX-ENTRIES        PIC 9(02)  COMP  VALUE 50.
015700 01  VEND-FOUND-SWITCH       PIC X(01)        VALUE "N".
015710     88  VEND-FOUND                          VALUE "Y".
015720 01  VEND-TABLE.
015730     05  VEND-ENTRY          OCCURS 50 TIMES.
015740         10  VT-DED-CODE         PIC X(03).
015750         10  VT-VENDOR-NAME      PIC X(20).
015760         10  VT-TOTAL-AMOUNT     PIC 9(09)V99.
015770
015780*-----------------------------------------------------------*
015790* VOLUNTARY DEDUCTION WORKING FIELDS                        *
015800*-----------------------------------------------------------*
015810 01  VOLDED-TOTAL-NUM        PIC 9(07)V99     VALUE ZERO.
015820 01  AVAILABLE-NET-NUM       PIC 9(07)V99     VALUE ZERO.
015830 01  DED-AMOUNT-NUM          PIC 9(07)V99     VALUE ZERO.
015840 01  DED-WANTED-NUM          PIC 9(07)V99     VALUE ZERO.
015850 01  DED-SHORT-NUM           PIC 9(07)V99     VALUE ZERO.
015860 01  PRIORITY-LEVEL          PIC 9(03)        VALUE ZERO.
015870 01  DED-PASS-SWITCH         PIC X(01)        VALUE "A".
015880     88  DED-PASS-PRETAX                      VALUE "P".
015890     88  DED-PASS-AFTER-TAX                   VALUE "A".
015900
015910*-----------------------------------------------------------*
015920* PRE-TAX DEDUCTIONS AND THE TAXABLE WAGES THEY LEAVE -     *
015930* 401(K) COMES OFF FEDERAL/STATE WAGES ONLY, SECTION 125    *
015940* ALSO COMES OFF FICA/FUTA/SUTA WAGES                       *
015950*-----------------------------------------------------------*
015960 01  PRETAX-401K-NUM         PIC 9(07)V99     VALUE ZERO.
015970 01  PRETAX-S125-NUM         PIC 9(07)V99     VALUE ZERO.
015980 01  PRETAX-TOTAL-NUM        PIC 9(07)V99     VALUE ZERO.
015990 01  FED-TAXABLE-NUM         PIC 9(07)V99     VALUE ZERO.
016000 01  FICA-TAXABLE-NUM        PIC 9(07)V99     VALUE ZERO.
016010
016020*-----------------------------------------------------------*
016030* DEDUCTION ARREARS - SHORTED PREMIUMS CARRY A BALANCE BY   *
016040* EMPLOYEE AND DEDUCTION CODE AND ARE RECOVERED IN LATER    *
016050* PERIODS, CAPPED PER PERIOD SO A CHECK IS NEVER ZEROED BY  *
016060* CATCH-UP TAKES                                            *
016070*-----------------------------------------------------------*
016080 01  ARREARS-RECOVERY-CAP    PIC 9(05)V99     VALUE 50.00.
016090 01  ARREARS-TAKE-NUM        PIC 9(07)V99     VALUE ZERO.
016100 01  EMP-ARR-TOTAL-NUM       PIC 9(07)V99     VALUE ZERO.
016110 01  WS-ARR-EOF-SWITCH       PIC X(01)        VALUE "N".
016120     88  WS-ARR-AT-END                       VALUE "Y".
016130 01  ARR-COUNT               PIC 9(03)  COMP  VALUE ZERO.
016140 01  ARR-IDX                 PIC 9(03)  COMP  VALUE ZERO.
016150 01  ARR-MAX-ENTRIES         PIC 9(03)  COMP  VALUE 200.
016160 01  ARR-FOUND-SWITCH        PIC X(01)        VALUE "N".
016170     88  ARR-FOUND                           VALUE "Y".
016180 01  ARR-TABLE.
016190     05  ARR-ENTRY           OCCURS 200 TIMES.
016200         10  AT-ID-NUMERIC       PIC 9(03).
016210         10  AT-DED-CODE         PIC X(03).
016220         10  AT-VENDOR-NAME      PIC X(20).
016230         10  AT-BALANCE          PIC 9(07)V99.
016240
016250*-----------------------------------------------------------*
016260* ARREARS TAKEN FROM THE CURRENT EMPLOYEE THIS PERIOD       *
016270*-----------------------------------------------------------*
016280 01  EMP-ARR-COUNT           PIC 9(02)  COMP  VALUE ZERO.
016290 01  EMP-ARR-IDX             PIC 9(02)  COMP  VALUE ZERO.
016300 01  EMP-ARR-MAX-ENTRIES     PIC 9(02)  COMP  VALUE 10.
016310 01  EMP-ARR-TABLE.
016320     05  EMP-ARR-ENTRY       OCCURS 10 TIMES.
016330         10  EA-DED-CODE         PIC X(03).
016340         10  EA-VENDOR-NAME      PIC X(20).
016350         10  EA-AMOUNT           PIC 9(07)V99.
016360
016370*-----------------------------------------------------------*
016380* PTO BALANCES BY EMPLOYEE - LOADED BEFORE THE TIMECARDS SO *
016390* LEAVE CARDS CAN BE CHECKED AGAINST WHAT IS AVAILABLE; THE *
016400* AVAIL BUCKETS GUARD THE LOAD EDIT, THE BALANCE BUCKETS    *
016410* MOVE ONLY WHEN HOURS ARE ACTUALLY PAID OR ACCRUED.        *
016420* ACCRUAL IS PER PERIOD, SCALED BY PAY CYCLE SO EVERY       *
016430* FREQUENCY EARNS THE SAME HOURS OVER A YEAR (ABOUT 80      *
016440* VACATION AND 40 SICK)                                     *
016450*-----------------------------------------------------------*
016460 01  VAC-ACCRUAL-HOURS       PIC 9(02)V99  VALUE ZERO.
016470 01  SICK-ACCRUAL-HOURS      PIC 9(02)V99  VALUE ZERO.
016480 01  PTO-ACCRUAL-VALUES.
016490     05  FILLER              PIC X(09)   VALUE "W01540077".
016500     05  FILLER              PIC X(09)   VALUE "B03080154".
016510     05  FILLER              PIC X(09)   VALUE "S03330167".
016520     05  FILLER              PIC X(09)   VALUE "M06670333".
016530 01  PTO-ACCRUAL-TABLE REDEFINES PTO-ACCRUAL-VALUES.
016540     05  PTO-ACCRUAL-ENTRY   OCCURS 4 TIMES.
016550         10  PA-CYCLE-CODE       PIC X(01).
016560         10  PA-VAC-HOURS        PIC 9(02)V99.
016570         10  PA-SICK-HOURS       PIC 9(02)V99.
016580 01  PA-IDX                  PIC 9(02)  COMP  VALUE ZERO.
016590 01  WS-PTO-EOF-SWITCH       PIC X(01)        VALUE "N".
016600     88  WS-PTO-AT-END                       VALUE "Y".
016610 01  PTO-COUNT               PIC 9(03)  COMP  VALUE ZERO.
016620 01  PTO-IDX                 PIC 9(03)  COMP  VALUE ZERO.
016630 01  PTO-MAX-ENTRIES         PIC 9(03)  COMP  VALUE 500.
016640 01  PTO-FOUND-SWITCH        PIC X(01)        VALUE "N".
016650     88  PTO-FOUND                           VALUE "Y".
016660 01  PTO-SEARCH-ID           PIC 9(03)        VALUE ZERO.
016670 01  PTO-TABLE.
016680     05  PTO-ENTRY           OCCURS 500 TIMES.
016690         10  PTB-ID-NUMERIC      PIC 9(03).
016700         10  PTB-VAC-BALANCE     PIC 9(05)V99.
016710         10  PTB-SICK-BALANCE    PIC 9(05)V99.
016720         10  PTB-VAC-AVAIL       PIC 9(05)V99.
016730         10  PTB-SICK-AVAIL      PIC 9(05)V99.
016740
016750*-----------------------------------------------------------*
016760* LEAVE PAY FOR THE CURRENT EMPLOYEE THIS PERIOD            *
016770*-----------------------------------------------------------*
016780 01  VACATION-PAY-NUM        PIC 9(07)V99     VALUE ZERO.
016790 01  SICK-PAY-NUM            PIC 9(07)V99     VALUE ZERO.
016800 01  HOLIDAY-PAY-NUM         PIC 9(07)V99     VALUE ZERO.
016810 01  PAYOUT-GROSS-NUM        PIC 9(07)V99     VALUE ZERO.
016820 01  PAYOUT-COUNT            PIC 9(05) COMP   VALUE ZERO.
016830*-----------------------------------------------------------*
016840* RETRO PAY STAGED BY EmployeeMaintenance - SET ONLY WHILE A*
016850* RETRO PAYMENT IS BEING ISSUED                             *
016860*-----------------------------------------------------------*
016870 01  RETRO-PAY-NUM           PIC 9(07)V99     VALUE ZERO.
016880 01  RETRO-EFFECTIVE-DATE    PIC 9(08)        VALUE ZERO.
016890 01  RETRO-COUNT             PIC 9(05) COMP   VALUE ZERO.
016900 01  RETRO-IDX               PIC 9(02) COMP   VALUE ZERO.
016910
016920*-----------------------------------------------------------*
016930* REISSUES OF RETURNED DIRECT DEPOSITS STAGED BY            *
016940* AchReturnProcessing - PAID BY CHECK FOR THE NET ONLY      *
016950*-----------------------------------------------------------*
016960 01  REISSUE-COUNT           PIC 9(05) COMP   VALUE ZERO.
016970 01  WS-TOTAL-REISSUE        PIC 9(09)V99     VALUE ZERO.
016980*-----------------------------------------------------------*
016990* SUPPLEMENTAL EARNINGS FOR AN OFF-CYCLE RUN - LOADED AT    *
017000* INITIALIZE IN PLACE OF THE TIMECARDS; FEDERAL WITHHOLDING *
017010* ON THESE PAYMENTS IS THE FLAT SUPPLEMENTAL RATE           *
017020*-----------------------------------------------------------*
017030 01  SUPP-FED-RATE           PIC 9V999        VALUE 0.220.
017040 01  SUPP-PAY-NUM            PIC 9(07)V99     VALUE ZERO.
017050 01  SUPP-LINE-COUNT         PIC 9(03)  COMP  VALUE ZERO.
017060 01  SUPP-LABEL              PIC X(22)        VALUE SPACES.
017070 01  SUPP-COUNT              PIC 9(03)  COMP  VALUE ZERO.
017080 01  SUPP-IDX                PIC 9(03)  COMP  VALUE ZERO.
017090 01  SUPP-MAX-ENTRIES        PIC 9(03)  COMP  VALUE 500.
017100 01  SUPP-TABLE.
017110     05  SUPP-ENTRY          OCCURS 500 TIMES.
017120         10  SPT-ID-NUMERIC      PIC 9(03).
017130         10  SPT-EARN-TYPE       PIC X(01).
017140             88  SPT-EARN-BONUS          VALUE "B".
017150             88  SPT-EARN-COMMISSION     VALUE "C".
017160             88  SPT-EARN-MISSED-PAY     VALUE "M".
017170         10  SPT-AMOUNT          PIC 9(07)V99.
017180         10  SPT-DEPT-CODE       PIC X(03).
017190         10  SPT-REASON          PIC X(20).
017200         10  SPT-MATCHED-FLAG    PIC X(01).
017210             88  SPT-MATCHED             VALUE "Y".
017220*-----------------------------------------------------------*
017230* ONE VENDOR POSTING STAGED FOR THE REMITTANCE TOTALS       *
017240*-----------------------------------------------------------*
017250 01  VEND-POST-CODE          PIC X(03)        VALUE SPACES.
017260 01  VEND-POST-NAME          PIC X(20)        VALUE SPACES.
017270 01  VEND-POST-AMOUNT        PIC 9(07)V99     VALUE ZERO.
017280
017290*-----------------------------------------------------------*
017300* DEDUCTION DETAIL PRINT LINE (UNDER EACH EMPLOYEE)         *
017310*-----------------------------------------------------------*
017320 01  WS-DEDUCTION-LINE.
017330     05  FILLER              PIC X(22)   VALUE SPACES.
017340     05  DDL-LABEL           PIC X(10)   VALUE "DEDUCTION ".
017350     05  DDL-DED-CODE        PIC X(03).
017360     05  FILLER              PIC X(02)   VALUE SPACES.
017370     05  DDL-VENDOR          PIC X(20).
017380     05  FILLER              PIC X(02)   VALUE SPACES.
017390     05  DDL-AMOUNT          PIC ZZZZZZ9.99.
017400     05  FILLER              PIC X(63)   VALUE SPACES.
017410
017420 01  WS-TAXABLE-WAGE-LINE.
017430     05  FILLER              PIC X(22)   VALUE SPACES.
017440     05  FILLER              PIC X(18)   VALUE
017450             "TAXABLE WAGES FED ".
017460     05  TWL-FED-WAGES       PIC ZZZZZZ9.99.
017470     05  FILLER              PIC X(07)   VALUE "  FICA ".
017480     05  TWL-FICA-WAGES      PIC ZZZZZZ9.99.
017490     05  FILLER              PIC X(65)   VALUE SPACES.
017500
017510 01  WS-ARREARS-LINE.
017520     05  FILLER              PIC X(22)   VALUE SPACES.
017530     05  FILLER              PIC X(10)   VALUE "ARREARS   ".
017540     05  ARD-DED-CODE        PIC X(03).
017550     05  FILLER              PIC X(02)   VALUE SPACES.
017560     05  ARD-VENDOR          PIC X(20).
017570     05  FILLER              PIC X(02)   VALUE SPACES.
017580     05  ARD-AMOUNT          PIC ZZZZZZ9.99.
017590     05  FILLER              PIC X(63)   VALUE SPACES.
017600
017610 01  WS-VOLDED-TOTAL-LINE.
017620     05  FILLER              PIC X(28)   VALUE
017630             "VOLUNTARY DEDUCTIONS".
017640     05  FILLER              PIC X(09)   VALUE SPACES.
017650     05  VDT-AMOUNT          PIC ZZZZZZZZ9.99.
017660     05  FILLER              PIC X(83)   VALUE SPACES.
017670
017680*-----------------------------------------------------------*
017690* VENDOR REMITTANCE REPORT PRINT LINES                      *
017700*-----------------------------------------------------------*
017710 01  WS-REMIT-HEADING.
017720     05  FILLER              PIC X(40)   VALUE
017730             "VENDOR REMITTANCE REPORT".
017740     05  FILLER              PIC X(15)   VALUE "RUN DATE: ".
017750     05  RMH-RUN-DATE        PIC X(10).
017760     05  FILLER              PIC X(67)   VALUE SPACES.
017770
017780 01  WS-REMIT-LINE.
017790     05  RML-DED-CODE        PIC X(03).
017800     05  FILLER              PIC X(02)   VALUE SPACES.
017810     05  RML-VENDOR          PIC X(20).
017820     05  FILLER              PIC X(02)   VALUE SPACES.
017830     05  RML-AMOUNT          PIC ZZZZZZZZ9.99.
017840     05  FILLER              PIC X(93)   VALUE SPACES.
017850
017860 01  WS-REMIT-TOTAL-LINE.
017870     05  FILLER              PIC X(27)   VALUE
017880             "TOTAL VENDOR REMITTANCES".
017890     05  RMT-AMOUNT          PIC ZZZZZZZZ9.99.
017900     05  FILLER              PIC X(93)   VALUE SPACES.
017910
017920*-----------------------------------------------------------*
017930* FICA ANNUAL WAGE BASE CAP                                 *
017940*-----------------------------------------------------------*
017950 01  FICA-CAP-LIMITS.
017960     05  FICA-WAGE-BASE      PIC 9(09)V99  VALUE 176100.00.
017970 01  FICA-CAPPED-SWITCH      PIC X(01)     VALUE "N".
017980     88  FICA-CAP-APPLIED              VALUE "Y".
017990 01  FICA-WAGES-NUM          PIC 9(09)V99  VALUE ZERO.
018000
018010*-----------------------------------------------------------*
018020* EMPLOYER-SIDE TAX RATES AND ANNUAL WAGE BASES - THE FICA   *
018030* MATCH USES THE EMPLOYEE FICA WAGES; FUTA AND SUTA EACH     *
018040* STOP AT THEIR OWN WAGE BASE THE SAME WAY THE FICA CAP DOES *
018050*-----------------------------------------------------------*
018060 01  EMPLOYER-TAX-LIMITS.
018070     05  FUTA-RATE           PIC 9V999     VALUE 0.006.
018080     05  FUTA-WAGE-BASE      PIC 9(09)V99  VALUE 7000.00.
018090     05  SUTA-RATE           PIC 9V999     VALUE 0.027.
018100     05  SUTA-WAGE-BASE      PIC 9(09)V99  VALUE 9500.00.
018110 01  ER-FICA-VALUE-NUM       PIC 9(07)V99  VALUE ZERO.
018120 01  FUTA-WAGES-NUM          PIC 9(09)V99  VALUE ZERO.
018130 01  FUTA-VALUE-NUM          PIC 9(07)V99  VALUE ZERO.
018140 01  SUTA-WAGES-NUM          PIC 9(09)V99  VALUE ZERO.
018150 01  SUTA-VALUE-NUM          PIC 9(07)V99  VALUE ZERO.
018160
018170*-----------------------------------------------------------*
018180* PERCENTAGE-METHOD WITHHOLDING BRACKETS - EVERY ROW ON THE  *
018190* WITHHOLDING TABLE FILE EFFECTIVE ON OR BEFORE THE PERIOD   *
018200* END IS LOADED; ONLY ROWS CARRYING THE LATEST SUCH DATE FOR *
018210* THEIR TAX TYPE ARE USED, SO A NEW YEAR'S TABLE REPLACES    *
018220* THE OLD ONE ON ITS EFFECTIVE DATE                          *
018230*-----------------------------------------------------------*
018240 01  WS-WHT-EOF-SWITCH       PIC X(01)        VALUE "N".
018250     88  WS-WHT-AT-END                       VALUE "Y".
018260 01  WHT-COUNT               PIC 9(03)  COMP  VALUE ZERO.
018270 01  WHT-IDX                 PIC 9(03)  COMP  VALUE ZERO.
018280 01  WHT-MAX-ENTRIES         PIC 9(03)  COMP  VALUE 200.
018290 01  WHT-FED-BEST-DATE       PIC 9(08)        VALUE ZERO.
018300 01  WHT-STATE-BEST-DATE     PIC 9(08)        VALUE ZERO.
018310 01  WHT-TABLE.
018320     05  WHT-ENTRY           OCCURS 200 TIMES.
018330         10  WTT-EFFECTIVE-DATE  PIC 9(08).
018340         10  WTT-TAX-TYPE        PIC X(01).
018350         10  WTT-FILING-STATUS   PIC X(01).
018360         10  WTT-WAGE-OVER       PIC 9(07)V99.
018370         10  WTT-BASE-TAX        PIC 9(07)V99.
018380         10  WTT-RATE            PIC 9V9999.
018390
018400*-----------------------------------------------------------*
018410* PAY PERIODS PER YEAR BY PAY FREQUENCY - WAGES ARE          *
018420* ANNUALIZED BEFORE THE BRACKET LOOKUP AND THE ANNUAL TAX IS *
018430* SPREAD BACK OVER THE SAME NUMBER OF PERIODS                *
018440*-----------------------------------------------------------*
018450 01  PERIODS-PER-YEAR-VALUES.
018460     05  FILLER              PIC X(04)   VALUE "W052".
018470     05  FILLER              PIC X(04)   VALUE "B026".
018480     05  FILLER              PIC X(04)   VALUE "S024".
018490     05  FILLER              PIC X(04)   VALUE "M012".
018500 01  PERIODS-PER-YEAR-TABLE REDEFINES PERIODS-PER-YEAR-VALUES.
018510     05  PERIODS-PER-YEAR-ENTRY OCCURS 4 TIMES.
018520         10  PY-CYCLE-CODE       PIC X(01).
018530         10  PY-PERIODS          PIC 9(03).
018540 01  PY-IDX                  PIC 9(02)  COMP  VALUE ZERO.
018550
018560*-----------------------------------------------------------*
018570* WITHHOLDING COMPUTATION WORK FIELDS                        *
018580*-----------------------------------------------------------*
018590 01  WH-TAX-TYPE             PIC X(01).
018600 01  WH-FILING-STATUS        PIC X(01).
018610 01  WH-LOOKUP-DATE          PIC 9(08).
018620 01  WH-PERIODS-PER-YEAR     PIC 9(03)        VALUE ZERO.
018630 01  WH-ANNUAL-WAGES         PIC 9(09)V99     VALUE ZERO.
018640 01  WH-ANNUAL-TAX           PIC S9(09)V99    VALUE ZERO.
018650 01  WH-BRACKET-SWITCH       PIC X(01)        VALUE "N".
018660     88  WH-BRACKET-FOUND                    VALUE "Y".
018670 01  WH-BEST-OVER            PIC 9(07)V99     VALUE ZERO.
018680 01  WH-BEST-BASE            PIC 9(07)V99     VALUE ZERO.
018690 01  WH-BEST-RATE            PIC 9V9999       VALUE ZERO.
018700 01  WH-TAX-ROOM             PIC 9(07)V99     VALUE ZERO.
018710
018720 01  WS-FICA-CAP-LINE.
018730     05  FILLER              PIC X(22)   VALUE SPACES.
018740     05  FILLER              PIC X(29)   VALUE
018750             "*** FICA WAGE BASE CAP - FICA".
018760     05  FILLER              PIC X(10)   VALUE " TAKEN ON ".
018770     05  FCL-FICA-WAGES      PIC ZZZZZZZZ9.99.
018780     05  FILLER              PIC X(04)   VALUE " ***".
018790     05  FILLER              PIC X(55)   VALUE SPACES.
018800
018810*-----------------------------------------------------------*
018820* SHIFT PREMIUM DETAIL PRINT LINE (UNDER EACH EMPLOYEE)      *
018830*-----------------------------------------------------------*
018840 01  WS-SHIFT-PREM-LINE.
018850     05  FILLER              PIC X(22)   VALUE SPACES.
018860     05  FILLER              PIC X(22)   VALUE "SHIFT PREMIUM".
018870     05  SPL-AMOUNT          PIC ZZZZZZ9.99.
018880     05  FILLER              PIC X(78)   VALUE SPACES.
018890
018900 01  WS-RETRO-PAY-LINE.
018910     05  FILLER              PIC X(22)   VALUE SPACES.
018920     05  FILLER              PIC X(22)   VALUE "RETRO PAY".
018930     05  RPL-AMOUNT          PIC ZZZZZZ9.99.
018940     05  FILLER              PIC X(12)   VALUE "  EFFECTIVE ".
018950     05  RPL-EFFECTIVE       PIC 9(08).
018960     05  FILLER              PIC X(58)   VALUE SPACES.
018970
018980*-----------------------------------------------------------*
018990* COMPANY CONTROL SELECTION - THE RECORD WITH THE LATEST    *
019000* EFFECTIVE DATE NOT AFTER THE PERIOD END GOVERNS THE RUN;  *
019010* THE COMPILED VALUES BELOW SERVE ONLY AS DEFAULTS WHEN NO  *
019020* CONTROL RECORD APPLIES                                    *
019030*-----------------------------------------------------------*
019040 01  WS-CTRL-EOF-SWITCH      PIC X(01)     VALUE "N".
019050     88  WS-CTRL-AT-END                    VALUE "Y".
019060 01  CTRL-FOUND-SWITCH       PIC X(01)     VALUE "N".
019070     88  CTRL-FOUND                        VALUE "Y".
019080 01  CTRL-AS-OF-DATE         PIC 9(08)     VALUE ZERO.
019090 01  CTRL-BEST-DATE          PIC 9(08)     VALUE ZERO.
019100 01  CTRL-HOLD-RECORD        PIC X(121).
019110 01  CTRL-HOLD-FIELDS REDEFINES CTRL-HOLD-RECORD.
019120     05  CT-EFFECTIVE-DATE   PIC 9(08).
019130     05  CT-FICA-WAGE-BASE   PIC 9(09)V99.
019140     05  CT-FUTA-RATE        PIC 9V999.
019150     05  CT-FUTA-WAGE-BASE   PIC 9(09)V99.
019160     05  CT-SUTA-RATE        PIC 9V999.
019170     05  CT-SUTA-WAGE-BASE   PIC 9(09)V99.
019180     05  CT-OT-THRESHOLD     PIC 9(03).
019190     05  CT-OT-MULTIPLIER    PIC 9V9.
019200     05  CT-MAX-HOURS        PIC 9(03).
019210     05  CT-MAX-RATE         PIC 9(03).
019220     05  CT-MAX-TAXRATE      PIC 9V99.
019230     05  CT-CHECK-START      PIC 9(06).
019240     05  CT-GL-WAGE-EXP      PIC X(04).
019250     05  CT-GL-SHIFT-PREM    PIC X(04).
019260     05  CT-GL-ER-TAX-EXP    PIC X(04).
019270     05  CT-GL-FED-WH        PIC X(04).
019280     05  CT-GL-STATE-WH      PIC X(04).
019290     05  CT-GL-FICA-WH       PIC X(04).
019300     05  CT-GL-FICA-ER       PIC X(04).
019310     05  CT-GL-FUTA          PIC X(04).
019320     05  CT-GL-SUTA          PIC X(04).
019330     05  CT-GL-VENDOR-LIAB   PIC X(04).
019340     05  CT-GL-CASH          PIC X(04).
019350     05  CT-GL-ACH-RETURN    PIC X(04).
019360     05  CT-SUPP-FED-RATE    PIC 9V999.
019370
019380 01  GL-ACCOUNT-CODES.
019390     05  GL-ACCT-WAGE-EXP    PIC X(04)   VALUE "5000".
019400     05  GL-ACCT-SHIFT-PREM  PIC X(04)   VALUE "5010".
019410     05  GL-ACCT-ER-TAX-EXP  PIC X(04)   VALUE "5100".
019420     05  GL-ACCT-FED-WH      PIC X(04)   VALUE "2100".
019430     05  GL-ACCT-STATE-WH    PIC X(04)   VALUE "2110".
019440     05  GL-ACCT-FICA-WH     PIC X(04)   VALUE "2120".
019450     05  GL-ACCT-FICA-ER     PIC X(04)   VALUE "2130".
019460     05  GL-ACCT-FUTA        PIC X(04)   VALUE "2140".
019470     05  GL-ACCT-SUTA        PIC X(04)   VALUE "2150".
019480     05  GL-ACCT-VENDOR-LIAB PIC X(04)   VALUE "2300".
019490     05  GL-ACCT-CASH        PIC X(04)   VALUE "1010".
019500     05  GL-ACCT-ACH-RETURN  PIC X(04)   VALUE "2200".
019510
019520*-----------------------------------------------------------*
019530* PARAMETER LINES PRINTED AT THE TOP OF THE REGISTER SO     *
019540* AUDITORS CAN SEE THE VALUES THE RUN USED                  *
019550*-----------------------------------------------------------*
019560 01  WS-PARM-LINE-1.
019570     05  FILLER              PIC X(26)   VALUE
019580             "PARAMETERS IN EFFECT FROM ".
019590     05  PRM-EFF-DATE        PIC 9(08).
019600     05  FILLER              PIC X(17)
019610             VALUE "  FICA WAGE BASE ".
019620     05  PRM-FICA-BASE       PIC ZZZZZZZZ9.99.
019630     05  FILLER              PIC X(69)   VALUE SPACES.
019640
019650 01  WS-PARM-LINE-2.
019660     05  FILLER              PIC X(13)   VALUE "OT THRESHOLD ".
019670     05  PRM-OT-THRESH       PIC ZZ9.
019680     05  FILLER              PIC X(10)   VALUE "  OT MULT ".
019690     05  PRM-OT-MULT         PIC 9.9.
019700     05  FILLER              PIC X(14)   VALUE "  CHECK START ".
019710     05  PRM-CHECK-START     PIC 9(06).
019720     05  FILLER              PIC X(83)   VALUE SPACES.
019730
019740 01  WS-PARM-LINE-3.
019750     05  FILLER              PIC X(05)   VALUE "FUTA ".
019760     05  PRM-FUTA-RATE       PIC 9.999.
019770     05  FILLER              PIC X(04)   VALUE " ON ".
019780     05  PRM-FUTA-BASE       PIC ZZZZZZZZ9.99.
019790     05  FILLER              PIC X(07)   VALUE "  SUTA ".
019800     05  PRM-SUTA-RATE       PIC 9.999.
019810     05  FILLER              PIC X(04)   VALUE " ON ".
019820     05  PRM-SUTA-BASE       PIC ZZZZZZZZ9.99.
019830     05  FILLER              PIC X(78)   VALUE SPACES.
019840
019850 01  WS-PARM-LINE-4.
019860     05  FILLER              PIC X(33)   VALUE
019870             "WITHHOLDING TABLES - FEDERAL FROM".
019880     05  PRM-WHT-FED-DATE    PIC 9(08).
019890     05  FILLER              PIC X(12)   VALUE "  STATE FROM".
019900     05  FILLER              PIC X(01)   VALUE SPACE.
019910     05  PRM-WHT-STATE-DATE  PIC 9(08).
019920     05  FILLER              PIC X(20)   VALUE
019930             "  SUPPLEMENTAL FED ".
019940     05  PRM-SUPP-FED-RATE   PIC 9.999.
019950     05  FILLER              PIC X(45)   VALUE SPACES.
019960
019970*-----------------------------------------------------------*
019980* GL POSTING WORK FIELDS AND RECORD LAYOUT                  *
019990*-----------------------------------------------------------*
020000 01  GL-DEBIT-TOTAL          PIC 9(11)V99  VALUE ZERO.
020010 01  GL-CREDIT-TOTAL         PIC 9(11)V99  VALUE ZERO.
020020
020030 01  WS-GL-LINE.
020040     05  GLL-ACCOUNT         PIC X(04).
020050     05  GLL-COST-CENTER     PIC X(03).
020060     05  GLL-DESC            PIC X(24).
020070     05  GLL-DEBIT           PIC 9(09)V99.
020080     05  GLL-CREDIT          PIC 9(09)V99.
020090
020100*-----------------------------------------------------------*
020110* CHECK PRINTING - PAY METHOD, NUMBER SEQUENCE, AND TOTALS  *
020120*-----------------------------------------------------------*
020130 01  PAY-METHOD-SWITCH       PIC X(01)     VALUE SPACE.
020140     88  EMPLOYEE-PAID-BY-CHECK        VALUE "C".
020150 01  PAY-FREQUENCY-CODE      PIC X(01)     VALUE SPACE.
020160     88  PAY-FREQUENCY-VALID           VALUES "W" "B" "S" "M".
020170 01  CHECK-NUMBER-NUM        PIC 9(06)     VALUE ZERO.
020180 01  CHECK-START-NUMBER      PIC 9(06)     VALUE 100000.
020190 01  CHECK-COUNT             PIC 9(05) COMP VALUE ZERO.
020200 01  WS-TOTAL-CHECK-AMT      PIC 9(09)V99  VALUE ZERO.
020210
020220*-----------------------------------------------------------*
020230* CHECK FACE AND STUB PRINT LINES                           *
020240*-----------------------------------------------------------*
020250 01  WS-CHECK-STARS          PIC X(132)    VALUE ALL "*".
020260
020270 01  WS-CHECK-LINE-1.
020280     05  FILLER              PIC X(40)   VALUE
020290             "PAYROLL DATA PROCESSING - PAYROLL ACCT".
020300     05  FILLER              PIC X(10)   VALUE "CHECK NO ".
020310     05  CKL1-CHECK-NO       PIC 9(06).
020320     05  FILLER              PIC X(76)   VALUE SPACES.
020330
020340 01  WS-CHECK-LINE-2.
020350     05  FILLER              PIC X(40)   VALUE SPACES.
020360     05  FILLER              PIC X(10)   VALUE "DATE      ".
020370     05  CKL2-DATE           PIC X(10).
020380     05  FILLER              PIC X(72)   VALUE SPACES.
020390
020400 01  WS-CHECK-LINE-3.
020410     05  FILLER              PIC X(21)   VALUE
020420             "PAY TO THE ORDER OF ".
020430     05  CKL3-PAYEE          PIC X(20).
020440     05  FILLER              PIC X(09)   VALUE "  AMOUNT ".
020450     05  CKL3-AMOUNT         PIC ****,**9.99.
020460     05  FILLER              PIC X(71)   VALUE SPACES.
020470
020480 01  WS-STUB-ID-LINE.
020490     05  FILLER              PIC X(02)   VALUE SPACES.
020500     05  FILLER              PIC X(10)   VALUE "EMPLOYEE  ".
020510     05  SIL-NAME            PIC X(20).
020520     05  FILLER              PIC X(05)   VALUE "  ID ".
020530     05  SIL-ID              PIC Z(3).
020540     05  FILLER              PIC X(92)   VALUE SPACES.
020550
020560 01  WS-STUB-LINE.
020570     05  FILLER              PIC X(02)   VALUE SPACES.
020580     05  STL-LABEL           PIC X(22).
020590     05  STL-AMOUNT          PIC ZZZZZZZ9.99.
020600     05  FILLER              PIC X(97)   VALUE SPACES.
020610
020620*-----------------------------------------------------------*
020630* CHECK REGISTER PRINT LINES                                *
020640*-----------------------------------------------------------*
020650 01  WS-CHKREG-HEADING.
020660     05  FILLER              PIC X(40)   VALUE "CHECK REGISTER".
020670     05  FILLER              PIC X(15)   VALUE "RUN DATE: ".
020680     05  CRH-RUN-DATE        PIC X(10).
020690     05  FILLER              PIC X(67)   VALUE SPACES.
020700
020710 01  WS-CHKREG-LINE.
020720     05  CRL-CHECK-NO        PIC 9(06).
020730     05  FILLER              PIC X(02)   VALUE SPACES.
020740     05  CRL-DATE            PIC X(10).
020750     05  FILLER              PIC X(02)   VALUE SPACES.
020760     05  CRL-ID              PIC Z(3).
020770     05  FILLER              PIC X(02)   VALUE SPACES.
020780     05  CRL-NAME            PIC X(20).
020790     05  FILLER              PIC X(02)   VALUE SPACES.
020800     05  CRL-AMOUNT          PIC ZZZZZZZ9.99.
020810     05  FILLER              PIC X(74)   VALUE SPACES.
020820
020830 01  WS-CHKREG-TOTAL-LINE.
020840     05  FILLER              PIC X(07)   VALUE "CHECKS ".
020850     05  CRT-COUNT           PIC ZZZZ9.
020860     05  FILLER              PIC X(15)   VALUE "  TOTAL AMOUNT ".
020870     05  CRT-AMOUNT          PIC ZZZZZZZZ9.99.
020880     05  FILLER              PIC X(93)   VALUE SPACES.
020890
020900*-----------------------------------------------------------*
020910* POSITIVE-PAY EXTRACT RECORD - BANK FRAUD SCREENING        *
020920*-----------------------------------------------------------*
020930 01  WS-POSPAY-LINE.
020940     05  PPL-CHECK-NO        PIC 9(06).
020950     05  PPL-ISSUE-DATE      PIC 9(08).
020960     05  PPL-AMOUNT          PIC 9(07)V99.
020970     05  PPL-PAYEE           PIC X(20).
020980
020990*-----------------------------------------------------------*
021000* VOID/ADJUSTMENT PROCESSING FIELDS AND PRINT LINES         *
021010*-----------------------------------------------------------*
021020 01  WS-ADJ-EOF-SWITCH       PIC X(01)     VALUE "N".
021030     88  WS-ADJ-AT-END                 VALUE "Y".
021040 01  VOID-OK-SWITCH          PIC X(01)     VALUE "N".
021050     88  VOID-APPLIED                  VALUE "Y".
021060 01  ADJ-COUNT               PIC 9(05) COMP VALUE ZERO.
021070 01  WS-ADJ-TOTALS.
021080     05  WS-ADJ-GROSS        PIC 9(09)V99  VALUE ZERO.
021090     05  WS-ADJ-TAX          PIC 9(09)V99  VALUE ZERO.
021100     05  WS-ADJ-NET          PIC 9(09)V99  VALUE ZERO.
021110     05  WS-ADJ-OTHER        PIC 9(09)V99  VALUE ZERO.
021120     05  WS-ADJ-FEDERAL      PIC 9(09)V99  VALUE ZERO.
021130     05  WS-ADJ-FICA         PIC 9(09)V99  VALUE ZERO.
021140     05  WS-ADJ-ER-FICA      PIC 9(09)V99  VALUE ZERO.
021150     05  WS-ADJ-FUTA         PIC 9(09)V99  VALUE ZERO.
021160     05  WS-ADJ-SUTA         PIC 9(09)V99  VALUE ZERO.
021170 01  WS-ADJ-REJECT-REASON    PIC X(40).
021180 01  VOID-401K-NUM           PIC 9(07)V99  VALUE ZERO.
021190 01  VOID-S125-NUM           PIC 9(07)V99  VALUE ZERO.
021200 01  VOID-FED-WAGES-NUM      PIC 9(07)V99  VALUE ZERO.
021210 01  VOID-FICA-WAGES-NUM     PIC 9(07)V99  VALUE ZERO.
021220 01  VOID-TAX-SPLIT-SWITCH   PIC X(01)     VALUE "N".
021230     88  VOID-TAX-SPLIT-GIVEN          VALUE "Y".
021240 01  VOID-FEDERAL-NUM        PIC 9(07)V99  VALUE ZERO.
021250 01  VOID-FICA-NUM           PIC 9(07)V99  VALUE ZERO.
021260 01  VOID-ER-FICA-NUM        PIC 9(07)V99  VALUE ZERO.
021270 01  VOID-FUTA-NUM           PIC 9(07)V99  VALUE ZERO.
021280 01  VOID-SUTA-NUM           PIC 9(07)V99  VALUE ZERO.
021290
021300*-----------------------------------------------------------*
021310* PAYMENT HISTORY - THE CHECK NUMBER OR DEPOSIT TRACE        *
021320* NUMBERS OF THE PAYMENT JUST ISSUED, PICKED UP BY 7400/7450 *
021330*-----------------------------------------------------------*
021340 01  HIST-RECORD-TYPE        PIC X(01)     VALUE SPACE.
021350 01  HIST-IDX                PIC 9(02) COMP VALUE ZERO.
021360 01  HIST-CHECK-NUMBER       PIC 9(06)     VALUE ZERO.
021370 01  HIST-TRACE-COUNT        PIC 9(01) COMP VALUE ZERO.
021380 01  HIST-TRACE-TABLE.
021390     05  HIST-TRACE-ENTRY    OCCURS 2 TIMES.
021400         10  HIST-TRACE-NUMBER   PIC X(15).
021410         10  HIST-DEPOSIT-AMOUNT PIC 9(07)V99.
021420
021430 01  WS-PAYOUT-HEADING.
021440     05  FILLER              PIC X(40)   VALUE
021450             "PTO PAYOUTS - TERMINATED EMPLOYEES".
021460     05  FILLER              PIC X(92)   VALUE SPACES.
021470
021480 01  WS-RETRO-HEADING.
021490     05  FILLER              PIC X(40)   VALUE
021500             "RETRO PAY - BACK-DATED RATE CHANGES".
021510     05  FILLER              PIC X(92)   VALUE SPACES.
021520
021530 01  WS-REISSUE-HEADING.
021540     05  FILLER              PIC X(40)   VALUE
021550             "REISSUES - RETURNED DIRECT DEPOSITS".
021560     05  FILLER              PIC X(92)   VALUE SPACES.
021570
021580 01  WS-SUPP-PAY-LINE.
021590     05  FILLER              PIC X(22)   VALUE SPACES.
021600     05  SPY-LABEL           PIC X(22).
021610     05  SPY-AMOUNT          PIC ZZZZZZ9.99.
021620     05  FILLER              PIC X(07)   VALUE "  DEPT ".
021630     05  SPY-DEPT            PIC X(03).
021640     05  FILLER              PIC X(02)   VALUE SPACES.
021650     05  SPY-REASON          PIC X(20).
021660     05  FILLER              PIC X(46)   VALUE SPACES.
021670
021680 01  WS-SUPP-REJECT-LINE.
021690     05  FILLER              PIC X(20)   VALUE
021700             "SUPPLEMENTAL EMP ID ".
021710     05  SRL-ID              PIC X(03).
021720     05  FILLER              PIC X(07)   VALUE "  TYPE ".
021730     05  SRL-EARN-TYPE       PIC X(01).
021740     05  FILLER              PIC X(02)   VALUE SPACES.
021750     05  SRL-AMOUNT          PIC ZZZZZZ9.99.
021760     05  FILLER              PIC X(02)   VALUE SPACES.
021770     05  SRL-REASON          PIC X(40).
021780     05  FILLER              PIC X(47)   VALUE SPACES.
021790
021800 01  WS-REISSUE-LINE.
021810     05  RIL-ID              PIC Z(3).
021820     05  FILLER              PIC X(02)   VALUE SPACES.
021830     05  RIL-NAME            PIC X(20).
021840     05  FILLER              PIC X(02)   VALUE SPACES.
021850     05  RIL-ORIG-DATE       PIC 9(08).
021860     05  FILLER              PIC X(02)   VALUE SPACES.
021870     05  RIL-RETURN-CODE     PIC X(03).
021880     05  FILLER              PIC X(02)   VALUE SPACES.
021890     05  RIL-AMOUNT          PIC ZZZZZZ9.99.
021900     05  FILLER              PIC X(02)   VALUE SPACES.
021910     05  RIL-CHECK-NO        PIC Z(6).
021920     05  FILLER              PIC X(72)   VALUE SPACES.
021930
021940 01  WS-ADJ-HEADING.
021950     05  FILLER              PIC X(40)   VALUE
021960             "ADJUSTMENT REGISTER - VOIDED PAYMENTS".
021970     05  FILLER              PIC X(92)   VALUE SPACES.
021980
021990 01  WS-ADJ-LINE.
022000     05  AJL-ID              PIC Z(3).
022010     05  FILLER              PIC X(02)   VALUE SPACES.
022020     05  AJL-NAME            PIC X(20).
022030     05  FILLER              PIC X(02)   VALUE SPACES.
022040     05  AJL-ORIG-DATE       PIC 9(08).
022050     05  FILLER              PIC X(02)   VALUE SPACES.
022060     05  AJL-GROSS           PIC ZZZZZZ9.99.
022070     05  FILLER              PIC X(02)   VALUE SPACES.
022080     05  AJL-TAX             PIC ZZZZZZ9.99.
022090     05  FILLER              PIC X(02)   VALUE SPACES.
022100     05  AJL-NET             PIC ZZZZZZ9.99.
022110     05  FILLER              PIC X(02)   VALUE SPACES.
022120     05  AJL-REASON          PIC X(20).
022130     05  FILLER              PIC X(39)   VALUE SPACES.
022140
022150 01  WS-ADJ-TOTAL-LINE.
022160     05  FILLER              PIC X(07)   VALUE "VOIDS  ".
022170     05  AJT-COUNT           PIC ZZZZ9.
022180     05  FILLER              PIC X(05)   VALUE SPACES.
022190     05  AJT-GROSS           PIC ZZZZZZZZ9.99.
022200     05  FILLER              PIC X(02)   VALUE SPACES.
022210     05  AJT-TAX             PIC ZZZZZZZZ9.99.
022220     05  FILLER              PIC X(02)   VALUE SPACES.
022230     05  AJT-NET             PIC ZZZZZZZZ9.99.
022240     05  FILLER              PIC X(75)   VALUE SPACES.
022250
022260 01  WS-ADJ-REJECT-LINE.
022270     05  FILLER              PIC X(19)   VALUE
022280             "ADJUSTMENT  EMP ID ".
022290     05  ARL-ID              PIC Z(3).
022300     05  FILLER              PIC X(02)   VALUE SPACES.
022310     05  ARL-REASON          PIC X(40).
022320     05  FILLER              PIC X(68)   VALUE SPACES.
022330
022340*-----------------------------------------------------------*
022350* PAY-PERIOD CONTROL AND RUN-HISTORY COUNTERS               *
022360*-----------------------------------------------------------*
022370 01  PERIOD-AUTH-SWITCH      PIC X(01)     VALUE "N".
022380     88  PERIOD-AUTHORIZED             VALUE "Y".
022390 01  RUN-CYCLE-CODE          PIC X(01)     VALUE SPACE.
022400     88  RUN-CYCLE-VALID               VALUES "W" "B" "S" "M"
022410                                              "X".
022420     88  RUN-CYCLE-SUPPLEMENTAL        VALUE "X".
022430 01  RUN-MODE-CODE           PIC X(01)     VALUE SPACE.
022440     88  RUN-MODE-VALID                VALUES " " "T".
022450     88  TRIAL-RUN                     VALUE "T".
022460 01  PERIOD-FOUND-SWITCH     PIC X(01)     VALUE "N".
022470     88  PERIOD-FOUND                  VALUE "Y".
022480 01  WS-PPCTL-EOF-SWITCH     PIC X(01)     VALUE "N".
022490     88  WS-PPCTL-AT-END               VALUE "Y".
022500 01  WS-PERIOD-END-DATE      PIC 9(08)     VALUE ZERO.
022510
022520*-----------------------------------------------------------*
022530* PAY-PERIOD CONTROL TABLE - ONE RECORD PER PAY CYCLE SO AN  *
022540* OPEN WEEKLY AND AN OPEN SEMIMONTHLY PERIOD CAN COEXIST;    *
022550* THE RUN CLOSES ONLY ITS OWN CYCLE'S RECORD                 *
022560*-----------------------------------------------------------*
022570 01  PCTL-COUNT              PIC 9(02)  COMP  VALUE ZERO.
022580 01  PCTL-IDX                PIC 9(02)  COMP  VALUE ZERO.
022590 01  PCTL-MAX-ENTRIES        PIC 9(02)  COMP  VALUE 10.
022600 01  PCTL-TABLE.
022610     05  PCTL-ENTRY          OCCURS 10 TIMES.
022620         10  PT-CYCLE-CODE       PIC X(01).
022630         10  PT-PERIOD-END       PIC 9(08).
022640         10  PT-STATUS           PIC X(01).
022650         10  PT-PAID-DATE        PIC 9(08).
022660 01  WS-EMPLOYEES-PAID       PIC 9(05) COMP VALUE ZERO.
022670 01  WS-EXCEPTION-COUNT      PIC 9(05) COMP VALUE ZERO.
022680
022690*-----------------------------------------------------------*
022700* PER-EMPLOYEE EARNINGS STATEMENT (PAY STUB) PRINT LINES    *
022710*-----------------------------------------------------------*
022720 01  WS-STMT-SEPARATOR       PIC X(132)    VALUE ALL "=".
022730
022740 01  WS-STMT-HEADING.
022750     05  FILLER              PIC X(30)   VALUE
022760             "EARNINGS STATEMENT".
022770     05  FILLER              PIC X(10)   VALUE "PAY DATE: ".
022780     05  ESH-DATE            PIC X(10).
022790     05  FILLER              PIC X(82)   VALUE SPACES.
022800
022810 01  WS-STMT-ID-LINE.
022820     05  FILLER              PIC X(10)   VALUE "EMPLOYEE  ".
022830     05  ESI-NAME            PIC X(20).
022840     05  FILLER              PIC X(05)   VALUE "  ID ".
022850     05  ESI-ID              PIC Z(3).
022860     05  FILLER              PIC X(08)   VALUE "  DEPT  ".
022870     05  ESI-DEPT            PIC X(03).
022880     05  FILLER              PIC X(83)   VALUE SPACES.
022890
022900 01  WS-STMT-HOURS-LINE.
022910     05  FILLER              PIC X(10)   VALUE "HOURS     ".
022920     05  ESL-HOURS           PIC ZZ9.
022930     05  FILLER              PIC X(10)   VALUE "  RATE    ".
022940     05  ESL-RATE            PIC ZZZZ9.99.
022950     05  FILLER              PIC X(101)  VALUE SPACES.
022960
022970 01  WS-STMT-LINE.
022980     05  FILLER              PIC X(02)   VALUE SPACES.
022990     05  ESL-LABEL           PIC X(22).
023000     05  ESL-AMOUNT          PIC ZZZZZZZ9.99.
023010     05  FILLER              PIC X(97)   VALUE SPACES.
023020
023030 01  WS-LEAVE-REJECT-LINE.
023040     05  FILLER              PIC X(13)   VALUE "TIMECARD W/E ".
023050     05  LRL-WEEK-ENDING     PIC 9(08).
023060     05  FILLER              PIC X(03)   VALUE SPACES.
023070     05  FILLER              PIC X(07)   VALUE "EMP ID ".
023080     05  LRL-ID              PIC Z(3).
023090     05  FILLER              PIC X(02)   VALUE SPACES.
023100     05  LRL-TYPE            PIC X(01).
023110     05  FILLER              PIC X(01)   VALUE SPACES.
023120     05  LRL-HOURS           PIC ZZ9.
023130     05  FILLER              PIC X(07)   VALUE " HOURS ".
023140     05  FILLER              PIC X(34)   VALUE
023150             "LEAVE EXCEEDS AVAILABLE BALANCE".
023160     05  FILLER              PIC X(50)   VALUE SPACES.
023170
023180 01  WS-WRONG-WEEK-LINE.
023190     05  FILLER              PIC X(13)   VALUE "TIMECARD W/E ".
023200     05  WWL-WEEK-ENDING     PIC 9(08).
023210     05  FILLER              PIC X(03)   VALUE SPACES.
023220     05  FILLER              PIC X(07)   VALUE "EMP ID ".
023230     05  WWL-ID              PIC Z(3).
023240     05  FILLER              PIC X(02)   VALUE SPACES.
023250     05  FILLER              PIC X(26)   VALUE
023260             "NOT FOR OPEN PAY PERIOD ".
023270     05  WWL-PERIOD-END      PIC 9(08).
023280     05  FILLER              PIC X(62)   VALUE SPACES.
023290
023300 PROCEDURE DIVISION.
023310*-----------------------------------------------------------*
023320* 0000-MAINLINE                                              *
023330*-----------------------------------------------------------*
023340 0000-MAINLINE.
023350     PERFORM 1000-INITIALIZE THRU 1000-EXIT
023360     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
023370         UNTIL WS-END-OF-FILE
023380     PERFORM 3000-TERMINATE THRU 3000-EXIT
023390     STOP RUN.
023400
023410*-----------------------------------------------------------*
023420* 1000-INITIALIZE                                            *
023430*-----------------------------------------------------------*
023440 1000-INITIALIZE.
023450     PERFORM 1100-CHECK-PAY-PERIOD THRU 1100-EXIT
023460     IF NOT PERIOD-AUTHORIZED
023470         MOVE "Y" TO WS-EOF-SWITCH
023480         GO TO 1000-EXIT
023490     END-IF
023500
023510     MOVE WS-PERIOD-END-DATE TO CTRL-AS-OF-DATE
023520     PERFORM 1200-LOAD-COMPANY-CONTROL THRU 1200-EXIT
023530     PERFORM 1300-SET-PTO-ACCRUAL THRU 1300-EXIT
023540     PERFORM 1400-LOAD-WITHHOLDING-TABLE THRU 1400-EXIT
023550
023560     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
023570     STRING WS-SYSTEM-MM   DELIMITED BY SIZE
023580            "/"            DELIMITED BY SIZE
023590            WS-SYSTEM-DD   DELIMITED BY SIZE
023600            "/"            DELIMITED BY SIZE
023610            WS-SYSTEM-YYYY DELIMITED BY SIZE
023620         INTO WS-RUN-DATE-DISPLAY
023630     END-STRING
023640
023650     IF RUN-CYCLE-SUPPLEMENTAL
023660         MOVE "OFF-CYCLE SUPPLEMENTAL" TO HL1-TRIAL-TAG
023670         DISPLAY "OFF-CYCLE SUPPLEMENTAL RUN - PAY DATE "
023680             WS-PERIOD-END-DATE " - ONLY EMPLOYEES ON THE "
023690             "SUPPLEMENTAL FILE WILL BE PAID"
023700     END-IF
023710
023720     IF TRIAL-RUN
023730         MOVE "TRIAL - NOT FOR PAYMENT" TO HL1-TRIAL-TAG
023740         MOVE "TRIAL - NOT FOR PAYMENT" TO EH-TRIAL-TAG
023750         MOVE "TRIAL - NOT FOR PAYMENT" TO LDH-TRIAL-TAG
023760         MOVE "TRIAL - NOT FOR PAYMENT" TO DPH-TRIAL-TAG
023770         DISPLAY "TRIAL RUN - CYCLE " RUN-CYCLE-CODE " PERIOD "
023780             WS-PERIOD-END-DATE " - NO MASTER, CONTROL, OR "
023790             "PAYMENT FILE WILL BE UPDATED"
023800     END-IF
023810
023820     OPEN INPUT EMPLOYEE-MASTER
023830     IF NOT WS-EMPMSTR-OK
023840         DISPLAY "ERROR OPENING EMPLOYEE-MASTER, STATUS = "
023850             WS-EMPMSTR-STATUS
023860         MOVE "Y" TO WS-EOF-SWITCH
023870     END-IF
023880
023890     OPEN OUTPUT PAYROLL-REGISTER
023900     IF NOT WS-PAYREG-OK
023910         DISPLAY "ERROR OPENING PAYROLL-REGISTER, STATUS = "
023920             WS-PAYREG-STATUS
023930         MOVE "Y" TO WS-EOF-SWITCH
023940     ELSE
023950         MOVE FICA-WAGE-BASE      TO PRM-FICA-BASE
023960         MOVE OT-HOURS-THRESHOLD  TO PRM-OT-THRESH
023970         MOVE OT-RATE-MULTIPLIER  TO PRM-OT-MULT
023980         MOVE CHECK-START-NUMBER  TO PRM-CHECK-START
023990         MOVE FUTA-RATE           TO PRM-FUTA-RATE
024000         MOVE FUTA-WAGE-BASE      TO PRM-FUTA-BASE
024010         MOVE SUTA-RATE           TO PRM-SUTA-RATE
024020         MOVE SUTA-WAGE-BASE      TO PRM-SUTA-BASE
024030         MOVE WHT-FED-BEST-DATE   TO PRM-WHT-FED-DATE
024040         MOVE WHT-STATE-BEST-DATE TO PRM-WHT-STATE-DATE
024050         MOVE SUPP-FED-RATE       TO PRM-SUPP-FED-RATE
024060         WRITE PAYROLL-REGISTER-RECORD FROM WS-PARM-LINE-1
024070         WRITE PAYROLL-REGISTER-RECORD FROM WS-PARM-LINE-2
024080         WRITE PAYROLL-REGISTER-RECORD FROM WS-PARM-LINE-3
024090         WRITE PAYROLL-REGISTER-RECORD FROM WS-PARM-LINE-4
024100     END-IF
024110
024120     OPEN OUTPUT EXCEPTION-LISTING
024130     IF NOT WS-EXCPRPT-OK
024140         DISPLAY "ERROR OPENING EXCEPTION-LISTING, STATUS = "
024150             WS-EXCPRPT-STATUS
024160         MOVE "Y" TO WS-EOF-SWITCH
024170     ELSE
024180         MOVE WS-RUN-DATE-DISPLAY TO EH-RUN-DATE
024190         WRITE EXCEPTION-LISTING-RECORD
024200             FROM WS-EXCEPTION-HEADING
024210     END-IF
024220
024230     IF TRIAL-RUN
024240         PERFORM 1070-OPEN-TRIAL-FILES THRU 1070-EXIT
024250     ELSE
024260         PERFORM 1050-OPEN-PAYMENT-FILES THRU 1050-EXIT
024270     END-IF
024280
024290     MOVE WS-SYSTEM-DATE TO WORK-DATE
024300     PERFORM 8600-COUNT-DAYS THRU 8600-EXIT
024310     MOVE WORK-DAY-COUNT TO RUN-DAY-COUNT
024320
024330     OPEN INPUT EMPLOYEE-BANK
024340     IF WS-BNKMSTR-FILE-MISSING
024350         DISPLAY "EMPLOYEE-BANK NOT FOUND - ALL ACH EMPLOYEES "
024360             "WILL BE PAID BY CHECK"
024370     ELSE
024380         IF NOT WS-BNKMSTR-OK
024390             DISPLAY "ERROR OPENING EMPLOYEE-BANK, STATUS = "
024400                 WS-BNKMSTR-STATUS
024410             MOVE "Y" TO WS-EOF-SWITCH
024420         ELSE
024430             PERFORM 1800-LOAD-BANK-ACCOUNT THRU 1800-EXIT
024440                 UNTIL WS-BNK-AT-END
024450             CLOSE EMPLOYEE-BANK
024460         END-IF
024470     END-IF
024480
024490     OPEN INPUT ARREARS-FILE
024500     IF WS-ARREARS-FILE-MISSING
024510         CONTINUE
024520     ELSE
024530         IF NOT WS-ARREARS-OK
024540             DISPLAY "ERROR OPENING ARREARS-FILE, STATUS = "
024550                 WS-ARREARS-STATUS
024560             MOVE "Y" TO WS-EOF-SWITCH
024570         ELSE
024580             PERFORM 1900-LOAD-ARREARS THRU 1900-EXIT
024590                 UNTIL WS-ARR-AT-END
024600             CLOSE ARREARS-FILE
024610         END-IF
024620     END-IF
024630
024640     OPEN INPUT PTO-BALANCE
024650     IF WS-PTOBAL-FILE-MISSING
024660         CONTINUE
024670     ELSE
024680         IF NOT WS-PTOBAL-OK
024690             DISPLAY "ERROR OPENING PTO-BALANCE, STATUS = "
024700                 WS-PTOBAL-STATUS
024710             MOVE "Y" TO WS-EOF-SWITCH
024720         ELSE
024730             PERFORM 1950-LOAD-PTO-BALANCE THRU 1950-EXIT
024740                 UNTIL WS-PTO-AT-END
024750             CLOSE PTO-BALANCE
024760         END-IF
024770     END-IF
024780
024790     IF RUN-CYCLE-SUPPLEMENTAL
024800         PERFORM 1610-OPEN-SUPPLEMENTAL THRU 1610-EXIT
024810     ELSE
024820         OPEN INPUT TIMECARD-FILE
024830         IF NOT WS-TIMECRD-OK
024840             DISPLAY "ERROR OPENING TIMECARD-FILE, STATUS = "
024850                 WS-TIMECRD-STATUS
024860             MOVE "Y" TO WS-EOF-SWITCH
024870         ELSE
024880             PERFORM 1600-LOAD-TIMECARD THRU 1600-EXIT
024890                 UNTIL WS-TCRD-AT-END
024900             CLOSE TIMECARD-FILE
024910         END-IF
024920     END-IF
024930
024940     OPEN INPUT DEDUCTION-MASTER
024950     IF NOT WS-DEDMSTR-OK
024960         DISPLAY "ERROR OPENING DEDUCTION-MASTER, STATUS = "
024970             WS-DEDMSTR-STATUS
024980         MOVE "Y" TO WS-EOF-SWITCH
024990     ELSE
025000         PERFORM 1700-LOAD-DEDUCTION THRU 1700-EXIT
025010             UNTIL WS-DED-AT-END
025020         CLOSE DEDUCTION-MASTER
025030     END-IF
025040
025050     IF NOT WS-END-OF-FILE
025060         PERFORM 8000-READ-EMPLOYEE THRU 8000-EXIT
025070     END-IF.
025080 1000-EXIT.
025090     EXIT.
025100
025110*-----------------------------------------------------------*
025120* 1050-OPEN-PAYMENT-FILES - YTD-MASTER FOR UPDATE, THE       *
025130* CHECKPOINT, AND EVERY FILE THAT CARRIES MONEY OUT OF THE   *
025140* RUN (ACH, CHECKS, POSITIVE PAY, GL, REMITTANCE)            *
025150*-----------------------------------------------------------*
025160 1050-OPEN-PAYMENT-FILES.
025170     OPEN I-O YTD-MASTER
025180     IF WS-YTDMSTR-FILE-MISSING
025190         OPEN OUTPUT YTD-MASTER
025200         CLOSE YTD-MASTER
025210         OPEN I-O YTD-MASTER
025220     END-IF
025230     IF NOT WS-YTDMSTR-OK
025240         DISPLAY "ERROR OPENING YTD-MASTER, STATUS = "
025250             WS-YTDMSTR-STATUS
025260         MOVE "Y" TO WS-EOF-SWITCH
025270     END-IF
025280
025290     OPEN INPUT CHECKPOINT-FILE
025300     IF WS-CHKPNT-OK
025310         PERFORM 1500-READ-CHECKPOINT THRU 1500-EXIT
025320             UNTIL WS-CHKPNT-AT-END
025330         CLOSE CHECKPOINT-FILE
025340     END-IF
025350
025360     IF WS-RESUME-MODE
025370         DISPLAY "RESUMING RUN - SKIPPING FIRST "
025380             WS-CHECKPOINT-COUNT " EMPLOYEE RECORD(S) ALREADY "
025390             "PAID (THROUGH ID " WS-LAST-CHECKPOINT-ID ")"
025400     END-IF
025410
025420     OPEN OUTPUT CHECKPOINT-FILE
025430     IF NOT WS-CHKPNT-OK
025440         DISPLAY "ERROR OPENING CHECKPOINT-FILE, STATUS = "
025450             WS-CHKPNT-STATUS
025460         MOVE "Y" TO WS-EOF-SWITCH
025470     ELSE
025480         PERFORM 1550-RESTORE-CHECKPOINT THRU 1550-EXIT
025490             VARYING CKPT-IDX FROM 1 BY 1
025500             UNTIL CKPT-IDX > CKPT-COUNT
025510     END-IF
025520
025530     IF WS-RESUME-MODE
025540         OPEN EXTEND ACH-EXTRACT
025550     ELSE
025560         OPEN OUTPUT ACH-EXTRACT
025570     END-IF
025580     IF NOT WS-ACHFILE-OK
025590         DISPLAY "ERROR OPENING ACH-EXTRACT, STATUS = "
025600             WS-ACHFILE-STATUS
025610         MOVE "Y" TO WS-EOF-SWITCH
025620     END-IF
025630
025640     IF NOT WS-RESUME-MODE
025650         AND WS-ACHFILE-OK
025660         PERFORM 1850-WRITE-ACH-HEADERS THRU 1850-EXIT
025670     END-IF
025680
025690     OPEN OUTPUT REMITTANCE-REPORT
025700     IF NOT WS-REMITRPT-OK
025710         DISPLAY "ERROR OPENING REMITTANCE-REPORT, STATUS = "
025720             WS-REMITRPT-STATUS
025730         MOVE "Y" TO WS-EOF-SWITCH
025740     END-IF
025750
025760     OPEN OUTPUT GL-POSTING
025770     IF NOT WS-GLPOST-OK
025780         DISPLAY "ERROR OPENING GL-POSTING, STATUS = "
025790             WS-GLPOST-STATUS
025800         MOVE "Y" TO WS-EOF-SWITCH
025810     END-IF
025820
025830     OPEN INPUT CHECK-CONTROL
025840     IF WS-CHKCTL-OK
025850         READ CHECK-CONTROL
025860             AT END
025870                 MOVE CHECK-START-NUMBER TO CHECK-NUMBER-NUM
025880             NOT AT END
025890                 MOVE CHECK-CONTROL-RECORD TO CHECK-NUMBER-NUM
025900         END-READ
025910         CLOSE CHECK-CONTROL
025920     ELSE
025930         MOVE CHECK-START-NUMBER TO CHECK-NUMBER-NUM
025940         DISPLAY "CHECK-CONTROL NOT FOUND - LAST USED CHECK "
025950             "NUMBER SET TO " CHECK-START-NUMBER
025960     END-IF
025970
025980     IF WS-RESUME-MODE
025990         OPEN EXTEND CHECK-PRINT
026000         OPEN EXTEND CHECK-REGISTER
026010         OPEN EXTEND POSITIVE-PAY
026020         OPEN EXTEND EARNINGS-STMT
026030         OPEN EXTEND LABOR-DIST
026040     ELSE
026050         OPEN OUTPUT CHECK-PRINT
026060         OPEN OUTPUT CHECK-REGISTER
026070         OPEN OUTPUT POSITIVE-PAY
026080         OPEN OUTPUT EARNINGS-STMT
026090         OPEN OUTPUT LABOR-DIST
026100     END-IF
026110     IF NOT WS-CHKPRNT-OK
026120         OR NOT WS-CHKREG-OK
026130         OR NOT WS-POSPAY-OK
026140         OR NOT WS-PAYSTUB-OK
026150         OR NOT WS-LABDIST-OK
026160         DISPLAY "ERROR OPENING CHECK/STATEMENT FILES, "
026170             "STATUS = " WS-CHKPRNT-STATUS " "
026180             WS-CHKREG-STATUS " " WS-POSPAY-STATUS " "
026190             WS-PAYSTUB-STATUS " " WS-LABDIST-STATUS
026200         MOVE "Y" TO WS-EOF-SWITCH
026210     END-IF
026220
026230     IF NOT WS-RESUME-MODE
026240         AND WS-CHKREG-OK
026250         MOVE WS-RUN-DATE-DISPLAY TO CRH-RUN-DATE
026260         WRITE CHECK-REGISTER-RECORD FROM WS-CHKREG-HEADING
026270     END-IF
026280
026290     IF NOT WS-RESUME-MODE
026300         AND WS-LABDIST-OK
026310         MOVE WS-RUN-DATE-DISPLAY TO LDH-RUN-DATE
026320         WRITE LABOR-DIST-RECORD FROM WS-LABOR-HEADING
026330         WRITE LABOR-DIST-RECORD FROM WS-LABOR-COLUMN-LINE
026340     END-IF
026350
026360     OPEN EXTEND ISSUED-CHECKS
026370     IF WS-CHKISS-FILE-MISSING
026380         OPEN OUTPUT ISSUED-CHECKS
026390     END-IF
026400     IF NOT WS-CHKISS-OK
026410         DISPLAY "ERROR OPENING ISSUED-CHECKS, STATUS = "
026420             WS-CHKISS-STATUS
026430         MOVE "Y" TO WS-EOF-SWITCH
026440     END-IF
026450
026460     OPEN EXTEND PAY-HISTORY
026470     IF WS-PAYHIST-FILE-MISSING
026480         OPEN OUTPUT PAY-HISTORY
026490     END-IF
026500     IF NOT WS-PAYHIST-OK
026510         DISPLAY "ERROR OPENING PAY-HISTORY, STATUS = "
026520             WS-PAYHIST-STATUS
026530         MOVE "Y" TO WS-EOF-SWITCH
026540     END-IF
026550     PERFORM 7490-RESET-HIST-PAYMENT THRU 7490-EXIT.
026560 1050-EXIT.
026570     EXIT.
026580
026590*-----------------------------------------------------------*
026600* 1070-OPEN-TRIAL-FILES - A TRIAL RUN READS YTD-MASTER ONLY  *
026610* (A MISSING FILE MEANS NO PRIOR YTD) AND WRITES NOTHING BUT *
026620* ITS OWN REPORTS; THE CHECKPOINT IS NOT CONSULTED, SO THE   *
026630* TRIAL ALWAYS COVERS THE WHOLE PERIOD                       *
026640*-----------------------------------------------------------*
026650 1070-OPEN-TRIAL-FILES.
026660     OPEN INPUT YTD-MASTER
026670     IF WS-YTDMSTR-FILE-MISSING
026680         MOVE "N" TO WS-YTD-OPEN-SWITCH
026690         DISPLAY "YTD-MASTER NOT FOUND - TRIAL YTD FIGURES START "
026700             "FROM ZERO"
026710     ELSE
026720         IF NOT WS-YTDMSTR-OK
026730             DISPLAY "ERROR OPENING YTD-MASTER, STATUS = "
026740                 WS-YTDMSTR-STATUS
026750             MOVE "Y" TO WS-EOF-SWITCH
026760         END-IF
026770     END-IF
026780
026790     OPEN OUTPUT LABOR-DIST
026800     IF NOT WS-LABDIST-OK
026810         DISPLAY "ERROR OPENING LABOR-DIST, STATUS = "
026820             WS-LABDIST-STATUS
026830         MOVE "Y" TO WS-EOF-SWITCH
026840     ELSE
026850         MOVE WS-RUN-DATE-DISPLAY TO LDH-RUN-DATE
026860         WRITE LABOR-DIST-RECORD FROM WS-LABOR-HEADING
026870         WRITE LABOR-DIST-RECORD FROM WS-LABOR-COLUMN-LINE
026880     END-IF.
026890 1070-EXIT.
026900     EXIT.
026910
026920*-----------------------------------------------------------*
026930* 1100-CHECK-PAY-PERIOD - THE OPERATOR SUPPLIES THE PAY      *
026940* CYCLE TO RUN; THAT CYCLE'S PERIOD MUST BE OPENED BY        *
026950* OPERATIONS BEFORE THE RUN WILL PROCESS, AND A PERIOD       *
026960* ALREADY MARKED PAID REFUSES A DUPLICATE RUN                *
026970* A SECOND PARAMETER OF "T" ASKS FOR A TRIAL RUN AGAINST THE *
026980* OPEN PERIOD; BLANK IS THE LIVE RUN                         *
026990* CYCLE "X" IS THE OFF-CYCLE SUPPLEMENTAL RUN - IT HAS NO    *
027000* PERIOD OF ITS OWN, PAYS AS OF TODAY, AND LEAVES THE        *
027010* PAY-PERIOD CONTROL FILE ALONE                              *
027020*-----------------------------------------------------------*
027030 1100-CHECK-PAY-PERIOD.
027040     MOVE "N" TO PERIOD-AUTH-SWITCH
027050     ACCEPT RUN-CYCLE-CODE
027060     IF NOT RUN-CYCLE-VALID
027070         DISPLAY "PAY CYCLE CODE " RUN-CYCLE-CODE
027080             " NOT W/B/S/M/X - RUN NOT AUTHORIZED"
027090         GO TO 1100-EXIT
027100     END-IF
027110     ACCEPT RUN-MODE-CODE
027120     IF NOT RUN-MODE-VALID
027130         DISPLAY "RUN MODE " RUN-MODE-CODE
027140             " NOT BLANK (LIVE) OR T (TRIAL) - RUN NOT AUTHORIZED"
027150         GO TO 1100-EXIT
027160     END-IF
027170     IF RUN-CYCLE-SUPPLEMENTAL
027180         ACCEPT WS-PERIOD-END-DATE FROM DATE YYYYMMDD
027190         MOVE "Y" TO PERIOD-AUTH-SWITCH
027200         GO TO 1100-EXIT
027210     END-IF
027220     OPEN INPUT PAY-PERIOD-CONTROL
027230     IF NOT WS-PAYCTL-OK
027240         DISPLAY "NO PAY-PERIOD CONTROL FILE (STATUS = "
027250             WS-PAYCTL-STATUS ") - RUN NOT AUTHORIZED"
027260         GO TO 1100-EXIT
027270     END-IF
027280
027290     PERFORM 1150-LOAD-PAY-PERIOD THRU 1150-EXIT
027300         UNTIL WS-PPCTL-AT-END
027310     CLOSE PAY-PERIOD-CONTROL
027320     IF PCTL-COUNT = ZERO
027330         DISPLAY "PAY-PERIOD CONTROL FILE EMPTY - RUN "
027340             "NOT AUTHORIZED"
027350         GO TO 1100-EXIT
027360     END-IF
027370
027380     MOVE "N" TO PERIOD-FOUND-SWITCH
027390     PERFORM 1160-FIND-PAY-PERIOD THRU 1160-EXIT
027400         VARYING PCTL-IDX FROM 1 BY 1
027410         UNTIL PCTL-IDX > PCTL-COUNT
027420            OR PERIOD-FOUND
027430     IF NOT PERIOD-FOUND
027440         DISPLAY "NO PAY-PERIOD CONTROL RECORD FOR CYCLE "
027450             RUN-CYCLE-CODE " - RUN NOT AUTHORIZED"
027460         GO TO 1100-EXIT
027470     END-IF
027480     SUBTRACT 1 FROM PCTL-IDX
027490     IF PT-STATUS(PCTL-IDX) = "P"
027500         DISPLAY "PAY PERIOD " PT-PERIOD-END(PCTL-IDX)
027510             " CYCLE " RUN-CYCLE-CODE " ALREADY PAID ON "
027520             PT-PAID-DATE(PCTL-IDX) " - DUPLICATE RUN REFUSED"
027530     ELSE
027540         IF PT-STATUS(PCTL-IDX) = "O"
027550             MOVE PT-PERIOD-END(PCTL-IDX) TO WS-PERIOD-END-DATE
027560             MOVE "Y" TO PERIOD-AUTH-SWITCH
027570         ELSE
027580             DISPLAY "PAY PERIOD " PT-PERIOD-END(PCTL-IDX)
027590                 " CYCLE " RUN-CYCLE-CODE " STATUS IS "
027600                 PT-STATUS(PCTL-IDX) " (NOT OPEN) - RUN REFUSED"
027610         END-IF
027620     END-IF.
027630 1100-EXIT.
027640     EXIT.
027650
027660*-----------------------------------------------------------*
027670* 1150-LOAD-PAY-PERIOD                                       *
027680*-----------------------------------------------------------*
027690 1150-LOAD-PAY-PERIOD.
027700     READ PAY-PERIOD-CONTROL
027710         AT END
027720             MOVE "Y" TO WS-PPCTL-EOF-SWITCH
027730         NOT AT END
027740             IF PCTL-COUNT < PCTL-MAX-ENTRIES
027750                 ADD 1 TO PCTL-COUNT
027760                 MOVE PC-CYCLE-CODE TO PT-CYCLE-CODE(PCTL-COUNT)
027770                 MOVE PC-PERIOD-END TO PT-PERIOD-END(PCTL-COUNT)
027780                 MOVE PC-STATUS     TO PT-STATUS(PCTL-COUNT)
027790                 MOVE PC-PAID-DATE  TO PT-PAID-DATE(PCTL-COUNT)
027800             ELSE
027810                 DISPLAY "PAY-PERIOD CONTROL TABLE FULL - "
027820                     "RECORD FOR CYCLE " PC-CYCLE-CODE " IGNORED"
027830             END-IF
027840     END-READ.
027850 1150-EXIT.
027860     EXIT.
027870
027880*-----------------------------------------------------------*
027890* 1160-FIND-PAY-PERIOD                                       *
027900*-----------------------------------------------------------*
027910 1160-FIND-PAY-PERIOD.
027920     IF PT-CYCLE-CODE(PCTL-IDX) = RUN-CYCLE-CODE
027930         MOVE "Y" TO PERIOD-FOUND-SWITCH
027940     END-IF.
027950 1160-EXIT.
027960     EXIT.
027970
027980*-----------------------------------------------------------*
027990* 1200-LOAD-COMPANY-CONTROL - KEEP THE RECORD WITH THE      *
028000* LATEST EFFECTIVE DATE NOT AFTER THE AS-OF DATE, SO A LATE *
028010* DECEMBER RUN AND AN EARLY JANUARY RUN EACH PICK UP THEIR  *
028020* OWN YEAR'S VALUES                                         *
028030*-----------------------------------------------------------*
028040 1200-LOAD-COMPANY-CONTROL.
028050     MOVE ZERO TO PRM-EFF-DATE
028060     MOVE "N" TO CTRL-FOUND-SWITCH
028070     MOVE "N" TO WS-CTRL-EOF-SWITCH
028080     MOVE ZERO TO CTRL-BEST-DATE
028090     OPEN INPUT COMPANY-CONTROL
028100     IF WS-COMPCTL-FILE-MISSING
028110         DISPLAY "COMPANY-CONTROL NOT FOUND - COMPILED "
028120             "DEFAULT PARAMETERS IN USE"
028130         GO TO 1200-EXIT
028140     END-IF
028150     IF NOT WS-COMPCTL-OK
028160         DISPLAY "ERROR OPENING COMPANY-CONTROL, STATUS = "
028170             WS-COMPCTL-STATUS
028180         MOVE "Y" TO WS-EOF-SWITCH
028190         GO TO 1200-EXIT
028200     END-IF
028210     PERFORM 1210-SELECT-CONTROL-RECORD THRU 1210-EXIT
028220         UNTIL WS-CTRL-AT-END
028230     CLOSE COMPANY-CONTROL
028240     IF CTRL-FOUND
028250         PERFORM 1220-APPLY-CONTROL-VALUES THRU 1220-EXIT
028260     ELSE
028270         DISPLAY "NO COMPANY-CONTROL RECORD IN EFFECT FOR "
028280             CTRL-AS-OF-DATE " - COMPILED DEFAULTS IN USE"
028290     END-IF.
028300 1200-EXIT.
028310     EXIT.
028320
028330*-----------------------------------------------------------*
028340* 1210-SELECT-CONTROL-RECORD                                 *
028350*-----------------------------------------------------------*
028360 1210-SELECT-CONTROL-RECORD.
028370     READ COMPANY-CONTROL
028380         AT END
028390             MOVE "Y" TO WS-CTRL-EOF-SWITCH
028400         NOT AT END
028410             IF CC-EFFECTIVE-DATE NOT > CTRL-AS-OF-DATE
028420                 AND CC-EFFECTIVE-DATE NOT < CTRL-BEST-DATE
028430                 MOVE CC-EFFECTIVE-DATE TO CTRL-BEST-DATE
028440                 MOVE COMPANY-CONTROL-RECORD TO CTRL-HOLD-RECORD
028450                 MOVE "Y" TO CTRL-FOUND-SWITCH
028460             END-IF
028470     END-READ.
028480 1210-EXIT.
028490     EXIT.
028500
028510*-----------------------------------------------------------*
028520* 1220-APPLY-CONTROL-VALUES                                  *
028530*-----------------------------------------------------------*
028540 1220-APPLY-CONTROL-VALUES.
028550     MOVE CT-EFFECTIVE-DATE TO PRM-EFF-DATE
028560     MOVE CT-FICA-WAGE-BASE TO FICA-WAGE-BASE
028570     MOVE CT-FUTA-RATE      TO FUTA-RATE
028580     MOVE CT-FUTA-WAGE-BASE TO FUTA-WAGE-BASE
028590     MOVE CT-SUTA-RATE      TO SUTA-RATE
028600     MOVE CT-SUTA-WAGE-BASE TO SUTA-WAGE-BASE
028610     MOVE CT-OT-THRESHOLD   TO OT-HOURS-THRESHOLD
028620     MOVE CT-OT-MULTIPLIER  TO OT-RATE-MULTIPLIER
028630     MOVE CT-MAX-HOURS      TO VL-MAX-HOURS
028640     MOVE CT-MAX-RATE       TO VL-MAX-RATE
028650     MOVE CT-MAX-TAXRATE    TO VL-MAX-TAXRATE
028660     MOVE CT-CHECK-START    TO CHECK-START-NUMBER
028670     MOVE CT-GL-WAGE-EXP    TO GL-ACCT-WAGE-EXP
028680     MOVE CT-GL-SHIFT-PREM  TO GL-ACCT-SHIFT-PREM
028690     MOVE CT-GL-ER-TAX-EXP  TO GL-ACCT-ER-TAX-EXP
028700     MOVE CT-GL-FED-WH      TO GL-ACCT-FED-WH
028710     MOVE CT-GL-STATE-WH    TO GL-ACCT-STATE-WH
028720     MOVE CT-GL-FICA-WH     TO GL-ACCT-FICA-WH
028730     MOVE CT-GL-FICA-ER     TO GL-ACCT-FICA-ER
028740     MOVE CT-GL-FUTA        TO GL-ACCT-FUTA
028750     MOVE CT-GL-SUTA        TO GL-ACCT-SUTA
028760     MOVE CT-GL-VENDOR-LIAB TO GL-ACCT-VENDOR-LIAB
028770     MOVE CT-GL-CASH        TO GL-ACCT-CASH
028780     IF CT-GL-ACH-RETURN NOT = SPACES
028790         MOVE CT-GL-ACH-RETURN TO GL-ACCT-ACH-RETURN
028800     END-IF
028810     IF CT-SUPP-FED-RATE IS NUMERIC
028820         AND CT-SUPP-FED-RATE > ZERO
028830         MOVE CT-SUPP-FED-RATE TO SUPP-FED-RATE
028840     END-IF.
028850 1220-EXIT.
028860     EXIT.
028870
028880*-----------------------------------------------------------*
028890* 1300-SET-PTO-ACCRUAL - PICK THE PER-PERIOD ACCRUAL HOURS  *
028900* FOR THE CYCLE BEING RUN                                   *
028910*-----------------------------------------------------------*
028920 1300-SET-PTO-ACCRUAL.
028930     PERFORM 1310-MATCH-ACCRUAL-ENTRY THRU 1310-EXIT
028940         VARYING PA-IDX FROM 1 BY 1
028950         UNTIL PA-IDX > 4.
028960 1300-EXIT.
028970     EXIT.
028980
028990*-----------------------------------------------------------*
029000* 1310-MATCH-ACCRUAL-ENTRY                                  *
029010*-----------------------------------------------------------*
029020 1310-MATCH-ACCRUAL-ENTRY.
029030     IF PA-CYCLE-CODE(PA-IDX) = RUN-CYCLE-CODE
029040         MOVE PA-VAC-HOURS(PA-IDX)  TO VAC-ACCRUAL-HOURS
029050         MOVE PA-SICK-HOURS(PA-IDX) TO SICK-ACCRUAL-HOURS
029060     END-IF.
029070 1310-EXIT.
029080     EXIT.
029090
029100*-----------------------------------------------------------*
029110* 1400-LOAD-WITHHOLDING-TABLE - LOAD THE BRACKET ROWS IN     *
029120* EFFECT FOR THE PERIOD END; WITH NO TABLE ON FILE EVERY     *
029130* EMPLOYEE KEEPS THE FLAT PERCENT FROM THE MASTER            *
029140*-----------------------------------------------------------*
029150 1400-LOAD-WITHHOLDING-TABLE.
029160     OPEN INPUT WITHHOLDING-TABLE
029170     IF WS-WHTAXTB-FILE-MISSING
029180         DISPLAY "WITHHOLDING-TABLE NOT FOUND - FLAT PERCENT "
029190             "WITHHOLDING IN USE"
029200         GO TO 1400-EXIT
029210     END-IF
029220     IF NOT WS-WHTAXTB-OK
029230         DISPLAY "ERROR OPENING WITHHOLDING-TABLE, STATUS = "
029240             WS-WHTAXTB-STATUS
029250         MOVE "Y" TO WS-EOF-SWITCH
029260         GO TO 1400-EXIT
029270     END-IF
029280     PERFORM 1410-SELECT-WITHHOLDING-ROW THRU 1410-EXIT
029290         UNTIL WS-WHT-AT-END
029300     CLOSE WITHHOLDING-TABLE
029310     IF WHT-FED-BEST-DATE = ZERO
029320         DISPLAY "NO FEDERAL WITHHOLDING TABLE IN EFFECT FOR "
029330             CTRL-AS-OF-DATE " - FLAT PERCENT IN USE"
029340     END-IF
029350     IF WHT-STATE-BEST-DATE = ZERO
029360         DISPLAY "NO STATE WITHHOLDING TABLE IN EFFECT FOR "
029370             CTRL-AS-OF-DATE " - FLAT PERCENT IN USE"
029380     END-IF.
029390 1400-EXIT.
029400     EXIT.
029410
029420*-----------------------------------------------------------*
029430* 1410-SELECT-WITHHOLDING-ROW                                *
029440*-----------------------------------------------------------*
029450 1410-SELECT-WITHHOLDING-ROW.
029460     READ WITHHOLDING-TABLE
029470         AT END
029480             MOVE "Y" TO WS-WHT-EOF-SWITCH
029490             GO TO 1410-EXIT
029500     END-READ
029510     IF WT-EFFECTIVE-DATE > CTRL-AS-OF-DATE
029520         GO TO 1410-EXIT
029530     END-IF
029540     IF NOT WT-TYPE-FEDERAL AND NOT WT-TYPE-STATE
029550         GO TO 1410-EXIT
029560     END-IF
029570     IF WHT-COUNT NOT < WHT-MAX-ENTRIES
029580         DISPLAY "WITHHOLDING TABLE FULL - ROW " WT-TAX-TYPE
029590             WT-FILING-STATUS " OVER " WT-WAGE-OVER " IGNORED"
029600         GO TO 1410-EXIT
029610     END-IF
029620
029630     ADD 1 TO WHT-COUNT
029640     MOVE WT-EFFECTIVE-DATE TO WTT-EFFECTIVE-DATE(WHT-COUNT)
029650     MOVE WT-TAX-TYPE       TO WTT-TAX-TYPE(WHT-COUNT)
029660     MOVE WT-FILING-STATUS  TO WTT-FILING-STATUS(WHT-COUNT)
029670     MOVE WT-WAGE-OVER      TO WTT-WAGE-OVER(WHT-COUNT)
029680     MOVE WT-BASE-TAX       TO WTT-BASE-TAX(WHT-COUNT)
029690     MOVE WT-RATE           TO WTT-RATE(WHT-COUNT)
029700     IF WT-TYPE-FEDERAL
029710         AND WT-EFFECTIVE-DATE > WHT-FED-BEST-DATE
029720         MOVE WT-EFFECTIVE-DATE TO WHT-FED-BEST-DATE
029730     END-IF
029740     IF WT-TYPE-STATE
029750         AND WT-EFFECTIVE-DATE > WHT-STATE-BEST-DATE
029760         MOVE WT-EFFECTIVE-DATE TO WHT-STATE-BEST-DATE
029770     END-IF.
029780 1410-EXIT.
029790     EXIT.
029800
029810*-----------------------------------------------------------*
029820* 1500-READ-CHECKPOINT                                       *
029830*-----------------------------------------------------------*
029840 1500-READ-CHECKPOINT.
029850     READ CHECKPOINT-FILE
029860         AT END
029870             MOVE "Y" TO WS-CHKPNT-EOF-SWITCH
029880             GO TO 1500-EXIT
029890     END-READ
029900     IF CKPT-COUNT < CKPT-MAX-ENTRIES
029910         ADD 1 TO CKPT-COUNT
029920         MOVE CKP-CYCLE-CODE TO CKT-CYCLE-CODE(CKPT-COUNT)
029930         MOVE CKP-ID-NUMERIC TO CKT-ID-NUMERIC(CKPT-COUNT)
029940     ELSE
029950         DISPLAY "CHECKPOINT TABLE FULL - RECORD FOR CYCLE "
029960             CKP-CYCLE-CODE " ID " CKP-ID-NUMERIC " DROPPED"
029970     END-IF
029980     IF CKP-CYCLE-CODE = RUN-CYCLE-CODE
029990         MOVE CKP-ID-NUMERIC TO WS-LAST-CHECKPOINT-ID
030000         ADD 1 TO WS-CHECKPOINT-COUNT
030010         MOVE "Y" TO WS-RESUME-SWITCH
030020     END-IF.
030030 1500-EXIT.
030040     EXIT.
030050
030060*-----------------------------------------------------------*
030070* 1550-RESTORE-CHECKPOINT - WRITE ONE SAVED RECORD BACK;    *
030080* OWN-CYCLE RECORDS ONLY EXIST HERE WHEN THIS IS A RESUMED  *
030090* RUN, SO EVERY SAVED RECORD IS KEPT                        *
030100*-----------------------------------------------------------*
030110 1550-RESTORE-CHECKPOINT.
030120     MOVE CKT-CYCLE-CODE(CKPT-IDX) TO CKP-CYCLE-CODE
030130     MOVE CKT-ID-NUMERIC(CKPT-IDX) TO CKP-ID-NUMERIC
030140     WRITE CHECKPOINT-RECORD.
030150 1550-EXIT.
030160     EXIT.
030170
030180*-----------------------------------------------------------*
030190* 1600-LOAD-TIMECARD                                         *
030200*-----------------------------------------------------------*
030210 1600-LOAD-TIMECARD.
030220     READ TIMECARD-FILE
030230         AT END
030240             MOVE "Y" TO WS-TCRD-EOF-SWITCH
030250         NOT AT END
030260             MOVE "Y" TO WS-VALID-SWITCH
030270             IF TC-WEEK-ENDING NOT = WS-PERIOD-END-DATE
030280                 PERFORM 1650-REJECT-TIMECARD THRU 1650-EXIT
030290             ELSE
030300             IF TC-EARN-VACATION OR TC-EARN-SICK
030310                 PERFORM 1670-CHECK-LEAVE-AVAIL THRU 1670-EXIT
030320             END-IF
030330             IF NOT WS-RECORD-VALID
030340                 PERFORM 1660-REJECT-LEAVE-CARD THRU 1660-EXIT
030350             ELSE
030360             IF TCRD-COUNT < TCRD-MAX-ENTRIES
030370                 ADD 1 TO TCRD-COUNT
030380                 MOVE TC-ID-NUMERIC    TO
030390                     TT-ID-NUMERIC(TCRD-COUNT)
030400                 MOVE TC-WEEK-ENDING   TO
030410                     TT-WEEK-ENDING(TCRD-COUNT)
030420                 MOVE TC-HOURS-NUMERIC TO
030430                     TT-HOURS-NUMERIC(TCRD-COUNT)
030440                 MOVE TC-SHIFT-CODE    TO
030450                     TT-SHIFT-CODE(TCRD-COUNT)
030460                 MOVE TC-DEPT-CODE     TO
030470                     TT-DEPT-CODE(TCRD-COUNT)
030480                 MOVE TC-EARN-TYPE     TO
030490                     TT-EARN-TYPE(TCRD-COUNT)
030500                 MOVE "N" TO TT-MATCHED-FLAG(TCRD-COUNT)
030510             ELSE
030520                 DISPLAY "TIMECARD TABLE FULL - CARD FOR "
030530                     "EMPLOYEE " TC-ID-NUMERIC " IGNORED"
030540             END-IF
030550             END-IF
030560             END-IF
030570     END-READ.
030580 1600-EXIT.
030590     EXIT.
030600
030610*-----------------------------------------------------------*
030620* 1610-OPEN-SUPPLEMENTAL - THE OFF-CYCLE RUN HAS NOTHING TO  *
030630* PAY WITHOUT ITS SUPPLEMENTAL EARNINGS FILE                 *
030640*-----------------------------------------------------------*
030650 1610-OPEN-SUPPLEMENTAL.
030660     OPEN INPUT SUPPLEMENTAL-TRANS
030670     IF NOT WS-SUPPTRN-OK
030680         DISPLAY "ERROR OPENING SUPPLEMENTAL-TRANS, STATUS = "
030690             WS-SUPPTRN-STATUS
030700         MOVE "Y" TO WS-EOF-SWITCH
030710         GO TO 1610-EXIT
030720     END-IF
030730     PERFORM 1620-LOAD-SUPPLEMENTAL THRU 1620-EXIT
030740         UNTIL WS-SUPPTRN-EOF
030750     CLOSE SUPPLEMENTAL-TRANS
030760     IF SUPP-COUNT = ZERO
030770         DISPLAY "NO SUPPLEMENTAL EARNINGS TO PAY - NO EMPLOYEE "
030780             "WILL BE PAID THIS RUN"
030790     END-IF.
030800 1610-EXIT.
030810     EXIT.
030820
030830*-----------------------------------------------------------*
030840* 1620-LOAD-SUPPLEMENTAL - A LINE WITH A BAD EMPLOYEE ID,    *
030850* EARNINGS TYPE, OR AMOUNT IS LISTED AND NOT PAID            *
030860*-----------------------------------------------------------*
030870 1620-LOAD-SUPPLEMENTAL.
030880     READ SUPPLEMENTAL-TRANS
030890         AT END
030900             MOVE "10" TO WS-SUPPTRN-STATUS
030910             GO TO 1620-EXIT
030920     END-READ
030930
030940     MOVE SPACES TO WS-EXCEPTION-REASON
030950     IF ST-AMOUNT IS NOT NUMERIC
030960         OR ST-AMOUNT = ZERO
030970         MOVE "AMOUNT ZERO OR NOT NUMERIC - NOT PAID"
030980             TO WS-EXCEPTION-REASON
030990     END-IF
031000     IF NOT ST-EARN-TYPE-VALID
031010         MOVE "EARNINGS TYPE NOT B/C/M/O - NOT PAID"
031020             TO WS-EXCEPTION-REASON
031030     END-IF
031040     IF ST-ID-NUMERIC IS NOT NUMERIC
031050         MOVE "EMPLOYEE ID NOT NUMERIC - NOT PAID"
031060             TO WS-EXCEPTION-REASON
031070     END-IF
031080     IF WS-EXCEPTION-REASON = SPACES
031090         AND SUPP-COUNT NOT < SUPP-MAX-ENTRIES
031100         MOVE "SUPPLEMENTAL TABLE FULL - NOT PAID"
031110             TO WS-EXCEPTION-REASON
031120     END-IF
031130     IF WS-EXCEPTION-REASON NOT = SPACES
031140         PERFORM 1625-REJECT-SUPPLEMENTAL THRU 1625-EXIT
031150         GO TO 1620-EXIT
031160     END-IF
031170
031180     ADD 1 TO SUPP-COUNT
031190     MOVE ST-ID-NUMERIC TO SPT-ID-NUMERIC(SUPP-COUNT)
031200     MOVE ST-EARN-TYPE  TO SPT-EARN-TYPE(SUPP-COUNT)
031210     MOVE ST-AMOUNT     TO SPT-AMOUNT(SUPP-COUNT)
031220     MOVE ST-DEPT-CODE  TO SPT-DEPT-CODE(SUPP-COUNT)
031230     MOVE ST-REASON     TO SPT-REASON(SUPP-COUNT)
031240     MOVE "N" TO SPT-MATCHED-FLAG(SUPP-COUNT).
031250 1620-EXIT.
031260     EXIT.
031270
031280*-----------------------------------------------------------*
031290* 1625-REJECT-SUPPLEMENTAL                                   *
031300*-----------------------------------------------------------*
031310 1625-REJECT-SUPPLEMENTAL.
031320     MOVE ST-ID-NUMERIC TO SRL-ID
031330     MOVE ST-EARN-TYPE  TO SRL-EARN-TYPE
031340     IF ST-AMOUNT IS NUMERIC
031350         MOVE ST-AMOUNT TO SRL-AMOUNT
031360     ELSE
031370         MOVE ZERO TO SRL-AMOUNT
031380     END-IF
031390     MOVE WS-EXCEPTION-REASON TO SRL-REASON
031400     WRITE EXCEPTION-LISTING-RECORD FROM WS-SUPP-REJECT-LINE
031410     ADD 1 TO WS-EXCEPTION-COUNT.
031420 1625-EXIT.
031430     EXIT.
031440
031450*-----------------------------------------------------------*
031460* 1650-REJECT-TIMECARD - CARD IS NOT FOR THE OPEN PAY        *
031470* PERIOD; REPORT IT RATHER THAN PAY THE WRONG WEEK           *
031480*-----------------------------------------------------------*
031490 1650-REJECT-TIMECARD.
031500     MOVE TC-WEEK-ENDING    TO WWL-WEEK-ENDING
031510     MOVE TC-ID-NUMERIC     TO WWL-ID
031520     MOVE WS-PERIOD-END-DATE TO WWL-PERIOD-END
031530     WRITE EXCEPTION-LISTING-RECORD FROM WS-WRONG-WEEK-LINE
031540     ADD 1 TO WS-EXCEPTION-COUNT.
031550 1650-EXIT.
031560     EXIT.
031570
031580*-----------------------------------------------------------*
031590* 1660-REJECT-LEAVE-CARD - THE LEAVE HOURS ASKED FOR EXCEED  *
031600* THE EMPLOYEE'S AVAILABLE BALANCE; THE CARD IS DROPPED AND  *
031610* REPORTED, THE REST OF THE EMPLOYEE'S CARDS STILL PAY       *
031620*-----------------------------------------------------------*
031630 1660-REJECT-LEAVE-CARD.
031640     MOVE TC-WEEK-ENDING   TO LRL-WEEK-ENDING
031650     MOVE TC-ID-NUMERIC    TO LRL-ID
031660     MOVE TC-EARN-TYPE     TO LRL-TYPE
031670     MOVE TC-HOURS-NUMERIC TO LRL-HOURS
031680     WRITE EXCEPTION-LISTING-RECORD FROM WS-LEAVE-REJECT-LINE
031690     ADD 1 TO WS-EXCEPTION-COUNT.
031700 1660-EXIT.
031710     EXIT.
031720
031730*-----------------------------------------------------------*
031740* 1670-CHECK-LEAVE-AVAIL - DRAW AGAINST THE AVAIL BUCKETS SO *
031750* TWO CARDS IN THE SAME BATCH CANNOT SPEND ONE BALANCE TWICE.*
031760* CARDS FOR EMPLOYEES ALREADY PAID PER THE CHECKPOINT FILE   *
031770* ARE LEFT ALONE ON A RESUMED RUN - THEIR DRAWS ARE ALREADY  *
031780* IN THE RELOADED BALANCES AND THE CARDS WILL NOT PAY AGAIN  *
031790*-----------------------------------------------------------*
031800 1670-CHECK-LEAVE-AVAIL.
031810     MOVE TC-ID-NUMERIC TO CKPT-SEARCH-ID
031820     PERFORM 1680-CHECK-ALREADY-PAID THRU 1680-EXIT
031830     IF EMPLOYEE-ALREADY-PAID
031840         GO TO 1670-EXIT
031850     END-IF
031860     MOVE TC-ID-NUMERIC TO PTO-SEARCH-ID
031870     PERFORM 8400-FIND-PTO-ENTRY THRU 8400-EXIT
031880     IF PTO-IDX = ZERO
031890         MOVE "N" TO WS-VALID-SWITCH
031900         GO TO 1670-EXIT
031910     END-IF
031920     IF TC-EARN-VACATION
031930         IF TC-HOURS-NUMERIC > PTB-VAC-AVAIL(PTO-IDX)
031940             MOVE "N" TO WS-VALID-SWITCH
031950         ELSE
031960             SUBTRACT TC-HOURS-NUMERIC
031970                 FROM PTB-VAC-AVAIL(PTO-IDX)
031980         END-IF
031990     ELSE
032000         IF TC-HOURS-NUMERIC > PTB-SICK-AVAIL(PTO-IDX)
032010             MOVE "N" TO WS-VALID-SWITCH
032020         ELSE
032030             SUBTRACT TC-HOURS-NUMERIC
032040                 FROM PTB-SICK-AVAIL(PTO-IDX)
032050         END-IF
032060     END-IF.
032070 1670-EXIT.
032080     EXIT.
032090
032100*-----------------------------------------------------------*
032110* 1680-CHECK-ALREADY-PAID                                    *
032120*-----------------------------------------------------------*
032130 1680-CHECK-ALREADY-PAID.
032140     MOVE "N" TO ALREADY-PAID-SWITCH
032150     PERFORM 1685-SCAN-CKPT-TABLE THRU 1685-EXIT
032160         VARYING CKPT-IDX FROM 1 BY 1
032170         UNTIL CKPT-IDX > CKPT-COUNT
032180            OR EMPLOYEE-ALREADY-PAID.
032190 1680-EXIT.
032200     EXIT.
032210
032220*-----------------------------------------------------------*
032230* 1685-SCAN-CKPT-TABLE                                       *
032240*-----------------------------------------------------------*
032250 1685-SCAN-CKPT-TABLE.
032260     IF CKT-CYCLE-CODE(CKPT-IDX) = RUN-CYCLE-CODE
032270         AND CKT-ID-NUMERIC(CKPT-IDX) = CKPT-SEARCH-ID
032280         MOVE "Y" TO ALREADY-PAID-SWITCH
032290     END-IF.
032300 1685-EXIT.
032310     EXIT.
032320
032330*-----------------------------------------------------------*
032340* 1700-LOAD-DEDUCTION                                        *
032350*-----------------------------------------------------------*
032360 1700-LOAD-DEDUCTION.
032370     READ DEDUCTION-MASTER
032380         AT END
032390             MOVE "Y" TO WS-DED-EOF-SWITCH
032400         NOT AT END
032410             IF DED-COUNT < DED-MAX-ENTRIES
032420                 ADD 1 TO DED-COUNT
032430                 MOVE DM-ID-NUMERIC    TO
032440                     VD-ID-NUMERIC(DED-COUNT)
032450                 MOVE DM-DED-CODE      TO
032460                     VD-DED-CODE(DED-COUNT)
032470                 MOVE DM-VENDOR-NAME   TO
032480                     VD-VENDOR-NAME(DED-COUNT)
032490                 MOVE DM-METHOD-CODE   TO
032500                     VD-METHOD-CODE(DED-COUNT)
032510                 MOVE DM-AMOUNT        TO VD-AMOUNT(DED-COUNT)
032520                 MOVE DM-PERCENT       TO VD-PERCENT(DED-COUNT)
032530                 MOVE DM-PRIORITY      TO VD-PRIORITY(DED-COUNT)
032540                 MOVE DM-TAX-TREATMENT TO
032550                     VD-TAX-TREATMENT(DED-COUNT)
032560             ELSE
032570                 DISPLAY "DEDUCTION TABLE FULL - ENTRY FOR "
032580                     "EMPLOYEE " DM-ID-NUMERIC " IGNORED"
032590             END-IF
032600     END-READ.
032610 1700-EXIT.
032620     EXIT.
032630
032640*-----------------------------------------------------------*
032650* 1800-LOAD-BANK-ACCOUNT                                     *
032660*-----------------------------------------------------------*
032670 1800-LOAD-BANK-ACCOUNT.
032680     READ EMPLOYEE-BANK
032690         AT END
032700             MOVE "Y" TO WS-BNK-EOF-SWITCH
032710         NOT AT END
032720             IF BNK-COUNT < BNK-MAX-ENTRIES
032730                 ADD 1 TO BNK-COUNT
032740                 MOVE EB-ID-NUMERIC     TO
032750                     BK-ID-NUMERIC(BNK-COUNT)
032760                 MOVE EB-ACCT-SEQ       TO
032770                     BK-ACCT-SEQ(BNK-COUNT)
032780                 MOVE EB-ROUTING-NUMBER TO
032790                     BK-ROUTING-NUMBER(BNK-COUNT)
032800                 MOVE EB-ACCOUNT-NUMBER TO
032810                     BK-ACCOUNT-NUMBER(BNK-COUNT)
032820                 MOVE EB-ACCOUNT-TYPE   TO
032830                     BK-ACCOUNT-TYPE(BNK-COUNT)
032840                 MOVE EB-SPLIT-AMOUNT   TO
032850                     BK-SPLIT-AMOUNT(BNK-COUNT)
032860                 MOVE EB-PRENOTE-DATE   TO
032870                     BK-PRENOTE-DATE(BNK-COUNT)
032880                 MOVE EB-PRENOTE-STATUS TO
032890                     BK-PRENOTE-STATUS(BNK-COUNT)
032900                 MOVE EB-ACCOUNT-STATUS TO
032910                     BK-ACCOUNT-STATUS(BNK-COUNT)
032920             ELSE
032930                 DISPLAY "BANK ACCOUNT TABLE FULL - ACCOUNT FOR "
032940                     "EMPLOYEE " EB-ID-NUMERIC " IGNORED"
032950             END-IF
032960     END-READ.
032970 1800-EXIT.
032980     EXIT.
032990
033000*-----------------------------------------------------------*
033010* 1850-WRITE-ACH-HEADERS - NACHA FILE AND BATCH HEADERS      *
033020*-----------------------------------------------------------*
033030 1850-WRITE-ACH-HEADERS.
033040     MOVE ACH-IMMED-DEST   TO NFH-IMMED-DEST
033050     MOVE ACH-IMMED-ORIGIN TO NFH-IMMED-ORIGIN
033060     MOVE WS-SYSTEM-DATE TO WORK-DATE
033070     COMPUTE NFH-FILE-DATE = (WKD-YYYY - 2000) * 10000
033080         + (WKD-MM * 100) + WKD-DD
033090     MOVE ZERO TO NFH-FILE-TIME
033100     MOVE ACH-DEST-NAME    TO NFH-DEST-NAME
033110     MOVE ACH-ORIGIN-NAME  TO NFH-ORIGIN-NAME
033120     WRITE ACH-EXTRACT-RECORD FROM NACHA-FILE-HEADER
033130     ADD 1 TO ACH-RECORD-COUNT
033140
033150     MOVE ACH-COMPANY-NAME TO NBH-COMPANY-NAME
033160     MOVE ACH-COMPANY-ID   TO NBH-COMPANY-ID
033170     MOVE NFH-FILE-DATE    TO NBH-DESC-DATE
033180     MOVE WS-PERIOD-END-DATE TO WORK-DATE
033190     COMPUTE NBH-EFF-DATE = (WKD-YYYY - 2000) * 10000
033200         + (WKD-MM * 100) + WKD-DD
033210     MOVE ACH-ODFI-ID      TO NBH-ODFI-ID
033220     MOVE 1                TO NBH-BATCH-NUMBER
033230     WRITE ACH-EXTRACT-RECORD FROM NACHA-BATCH-HEADER
033240     ADD 1 TO ACH-RECORD-COUNT.
033250 1850-EXIT.
033260     EXIT.
033270
033280*-----------------------------------------------------------*
033290* 1900-LOAD-ARREARS                                          *
033300*-----------------------------------------------------------*
033310 1900-LOAD-ARREARS.
033320     READ ARREARS-FILE
033330         AT END
033340             MOVE "Y" TO WS-ARR-EOF-SWITCH
033350         NOT AT END
033360             IF ARR-COUNT < ARR-MAX-ENTRIES
033370                 ADD 1 TO ARR-COUNT
033380                 MOVE AR-ID-NUMERIC  TO AT-ID-NUMERIC(ARR-COUNT)
033390                 MOVE AR-DED-CODE    TO AT-DED-CODE(ARR-COUNT)
033400                 MOVE AR-VENDOR-NAME TO
033410                     AT-VENDOR-NAME(ARR-COUNT)
033420                 MOVE AR-BALANCE     TO AT-BALANCE(ARR-COUNT)
033430             ELSE
033440                 DISPLAY "ARREARS TABLE FULL - BALANCE FOR "
033450                     "EMPLOYEE " AR-ID-NUMERIC " DEDUCTION "
033460                     AR-DED-CODE " DROPPED - RELOAD MANUALLY"
033470             END-IF
033480     END-READ.
033490 1900-EXIT.
033500     EXIT.
033510
033520*-----------------------------------------------------------*
033530* 1950-LOAD-PTO-BALANCE                                      *
033540*-----------------------------------------------------------*
033550 1950-LOAD-PTO-BALANCE.
033560     READ PTO-BALANCE
033570         AT END
033580             MOVE "Y" TO WS-PTO-EOF-SWITCH
033590         NOT AT END
033600             IF PTO-COUNT < PTO-MAX-ENTRIES
033610                 ADD 1 TO PTO-COUNT
033620                 MOVE PB-ID-NUMERIC TO PTB-ID-NUMERIC(PTO-COUNT)
033630                 MOVE PB-VAC-BALANCE TO
033640                     PTB-VAC-BALANCE(PTO-COUNT)
033650                 MOVE PB-SICK-BALANCE TO
033660                     PTB-SICK-BALANCE(PTO-COUNT)
033670                 MOVE PB-VAC-BALANCE TO
033680                     PTB-VAC-AVAIL(PTO-COUNT)
033690                 MOVE PB-SICK-BALANCE TO
033700                     PTB-SICK-AVAIL(PTO-COUNT)
033710             ELSE
033720                 DISPLAY "PTO TABLE FULL - BALANCE FOR "
033730                     "EMPLOYEE " PB-ID-NUMERIC " IGNORED"
033740             END-IF
033750     END-READ.
033760 1950-EXIT.
033770     EXIT.
033780
033790*-----------------------------------------------------------*
033800* 2000-PROCESS-EMPLOYEE                                      *
033810*-----------------------------------------------------------*
033820 2000-PROCESS-EMPLOYEE.
033830     IF RUN-CYCLE-SUPPLEMENTAL
033840         PERFORM 2100-PAY-SUPPLEMENTAL THRU 2100-EXIT
033850         PERFORM 8000-READ-EMPLOYEE THRU 8000-EXIT
033860         GO TO 2000-EXIT
033870     END-IF
033880     IF PAY-FREQUENCY-CODE NOT = RUN-CYCLE-CODE
033890         IF NOT PAY-FREQUENCY-VALID
033900             MOVE "PAY FREQUENCY BLANK OR INVALID - NEVER PAID"
033910                 TO WS-EXCEPTION-REASON
033920             PERFORM 5500-WRITE-EXCEPTION-LINE THRU 5500-EXIT
033930         END-IF
033940         PERFORM 8000-READ-EMPLOYEE THRU 8000-EXIT
033950         GO TO 2000-EXIT
033960     END-IF
033970     IF WS-RESUME-MODE
033980         AND WS-EMPLOYEE-SEQ-NUM NOT > WS-CHECKPOINT-COUNT
033990         PERFORM 8000-READ-EMPLOYEE THRU 8000-EXIT
034000     ELSE
034010         PERFORM 2500-VALIDATE-EMPLOYEE THRU 2500-EXIT
034020
034030         IF WS-RECORD-VALID
034040             PERFORM 2600-COMPUTE-GROSS-PAY THRU 2600-EXIT
034050             PERFORM 2750-READ-YTD-MASTER THRU 2750-EXIT
034060             PERFORM 2780-COMPUTE-PRETAX-DEDUCT THRU 2780-EXIT
034070             PERFORM 2800-COMPUTE-DEDUCTIONS THRU 2800-EXIT
034080             PERFORM 2820-COMPUTE-EMPLOYER-TAX THRU 2820-EXIT
034090             PERFORM 2850-COMPUTE-VOL-DEDUCT THRU 2850-EXIT
034100             COMPUTE NETPAY-NUM = TOTALOWED-NUM - TAXVALUE-NUM
034110                 - VOLDED-TOTAL-NUM
034120
034130             PERFORM 2900-UPDATE-YTD-MASTER THRU 2900-EXIT
034140             PERFORM 5000-WRITE-DETAIL-LINE THRU 5000-EXIT
034150             IF NOT TRIAL-RUN
034160                 PERFORM 2990-ISSUE-PAYMENT THRU 2990-EXIT
034170             END-IF
034180             PERFORM 2950-ACCUMULATE-DEPT-TOTALS THRU 2950-EXIT
034190             IF EMPLOYEE-IS-HOURLY
034200                 PERFORM 5100-WRITE-LABOR-LINES THRU 5100-EXIT
034210             END-IF
034220             PERFORM 2970-ACCRUE-PTO THRU 2970-EXIT
034230             PERFORM 7850-REWRITE-ARREARS THRU 7850-EXIT
034240             PERFORM 7870-REWRITE-PTO THRU 7870-EXIT
034250             ADD 1 TO WS-EMPLOYEES-PAID
034260         ELSE
034270             PERFORM 5500-WRITE-EXCEPTION-LINE THRU 5500-EXIT
034280         END-IF
034290
034300         PERFORM 8000-READ-EMPLOYEE THRU 8000-EXIT
034310     END-IF.
034320 2000-EXIT.
034330     EXIT.
034340
034350*-----------------------------------------------------------*
034360* 2100-PAY-SUPPLEMENTAL - OFF-CYCLE RUN. EVERY SUPPLEMENTAL  *
034370* LINE FOR THE EMPLOYEE IS PAID AS ONE PAYMENT, CHARGED TO   *
034380* THE DEPARTMENT ON THE LINE (THE HOME DEPARTMENT WHEN       *
034390* BLANK). FICA TO THE WAGE BASE AND STATE AS USUAL, FEDERAL  *
034400* AT THE FLAT SUPPLEMENTAL RATE; NO PRE-TAX OR VOLUNTARY     *
034410* DEDUCTIONS AND NO PTO ACCRUAL. A RESUMED RUN PASSES OVER   *
034420* EMPLOYEES ITS CHECKPOINT SHOWS ALREADY PAID; AN EMPLOYEE  *
034430* WHOSE TAX PERCENTS FAIL THE RANGE EDIT IS AN EXCEPTION    *
034440*-----------------------------------------------------------*
034450 2100-PAY-SUPPLEMENTAL.
034460     MOVE ZERO TO SUPP-PAY-NUM
034470     MOVE ZERO TO SUPP-LINE-COUNT
034480     MOVE ZERO TO WRK-DEPT-COUNT
034490     PERFORM 2110-GATHER-SUPP-LINE THRU 2110-EXIT
034500         VARYING SUPP-IDX FROM 1 BY 1
034510         UNTIL SUPP-IDX > SUPP-COUNT
034520     IF SUPP-LINE-COUNT = ZERO
034530         GO TO 2100-EXIT
034540     END-IF
034550     IF WS-RESUME-MODE
034560         MOVE ID-NUMERIC TO CKPT-SEARCH-ID
034570         PERFORM 1680-CHECK-ALREADY-PAID THRU 1680-EXIT
034580         IF EMPLOYEE-ALREADY-PAID
034590             MOVE ZERO TO SUPP-PAY-NUM
034600             GO TO 2100-EXIT
034610         END-IF
034620     END-IF
034630
034640     MOVE ZERO         TO HOURS-NUMERIC
034650     MOVE SUPP-PAY-NUM TO TOTALOWED-NUM
034660     MOVE ZERO TO REGULAR-PAY-NUM
034670     MOVE ZERO TO REGULAR-HOURS-NUM
034680     MOVE ZERO TO OVERTIME-HOURS-NUM
034690     MOVE ZERO TO OVERTIME-PAY-NUM
034700     MOVE ZERO TO SHIFT-PREM-PAY-NUM
034710     MOVE ZERO TO VACATION-PAY-NUM
034720     MOVE ZERO TO SICK-PAY-NUM
034730     MOVE ZERO TO HOLIDAY-PAY-NUM
034740
034750     MOVE "Y"    TO WS-VALID-SWITCH
034760     MOVE SPACES TO WS-EXCEPTION-REASON
034770     PERFORM 2510-EDIT-TAX-RATES THRU 2510-EXIT
034780     IF NOT WS-RECORD-VALID
034790         PERFORM 5500-WRITE-EXCEPTION-LINE THRU 5500-EXIT
034800         MOVE ZERO TO SUPP-PAY-NUM
034810         GO TO 2100-EXIT
034820     END-IF
034830
034840     PERFORM 2750-READ-YTD-MASTER THRU 2750-EXIT
034850     MOVE ZERO TO PRETAX-401K-NUM
034860     MOVE ZERO TO PRETAX-S125-NUM
034870     PERFORM 2785-SET-TAXABLE-WAGES THRU 2785-EXIT
034880     PERFORM 2800-COMPUTE-DEDUCTIONS THRU 2800-EXIT
034890     PERFORM 2820-COMPUTE-EMPLOYER-TAX THRU 2820-EXIT
034900     MOVE ZERO TO VOLDED-TOTAL-NUM
034910     MOVE ZERO TO EMP-DED-COUNT
034920     MOVE ZERO TO EMP-ARR-COUNT
034930     MOVE ZERO TO EMP-ARR-TOTAL-NUM
034940     COMPUTE NETPAY-NUM = TOTALOWED-NUM - TAXVALUE-NUM
034950
034960     PERFORM 2900-UPDATE-YTD-MASTER THRU 2900-EXIT
034970     PERFORM 5000-WRITE-DETAIL-LINE THRU 5000-EXIT
034980     IF NOT TRIAL-RUN
034990         PERFORM 2990-ISSUE-PAYMENT THRU 2990-EXIT
035000     END-IF
035010     PERFORM 2950-ACCUMULATE-DEPT-TOTALS THRU 2950-EXIT
035020     PERFORM 5100-WRITE-LABOR-LINES THRU 5100-EXIT
035030     ADD 1 TO WS-EMPLOYEES-PAID.
035040 2100-EXIT.
035050     EXIT.
035060
035070*-----------------------------------------------------------*
035080* 2110-GATHER-SUPP-LINE                                      *
035090*-----------------------------------------------------------*
035100 2110-GATHER-SUPP-LINE.
035110     IF SPT-ID-NUMERIC(SUPP-IDX) NOT = ID-NUMERIC
035120         GO TO 2110-EXIT
035130     END-IF
035140     MOVE "Y" TO SPT-MATCHED-FLAG(SUPP-IDX)
035150     ADD 1 TO SUPP-LINE-COUNT
035160     ADD SPT-AMOUNT(SUPP-IDX) TO SUPP-PAY-NUM
035170     IF SPT-DEPT-CODE(SUPP-IDX) = SPACES
035180         MOVE DEPT-CODE-ALPHA TO DEPT-POST-CODE
035190     ELSE
035200         MOVE SPT-DEPT-CODE(SUPP-IDX) TO DEPT-POST-CODE
035210     END-IF
035220     MOVE ZERO TO CARD-REG-HOURS-NUM
035230     MOVE ZERO TO CARD-OT-HOURS-NUM
035240     MOVE ZERO TO CARD-PREM-NUM
035250     MOVE SPT-AMOUNT(SUPP-IDX) TO CARD-PAY-NUM
035260     PERFORM 2720-POST-WORKED-DEPT THRU 2720-EXIT.
035270 2110-EXIT.
035280     EXIT.
035290
035300*-----------------------------------------------------------*
035310* 2500-VALIDATE-EMPLOYEE                                     *
035320*-----------------------------------------------------------*
035330 2500-VALIDATE-EMPLOYEE.
035340     MOVE "Y" TO WS-VALID-SWITCH
035350     MOVE SPACES TO WS-EXCEPTION-REASON
035360
035370     IF EMPLOYEE-IS-HOURLY
035380         AND HOURS-NUMERIC > VL-MAX-HOURS
035390         MOVE "N" TO WS-VALID-SWITCH
035400         STRING "HOURS EXCEED MAX OF " DELIMITED BY SIZE
035410                VL-MAX-HOURS  DELIMITED BY SIZE
035420             INTO WS-EXCEPTION-REASON
035430         END-STRING
035440     END-IF
035450
035460     IF RATE-NUMERIC > VL-MAX-RATE
035470         MOVE "N" TO WS-VALID-SWITCH
035480         IF WS-EXCEPTION-REASON = SPACES
035490             STRING "RATE EXCEEDS MAX OF " DELIMITED BY SIZE
035500                    VL-MAX-RATE  DELIMITED BY SIZE
035510                 INTO WS-EXCEPTION-REASON
035520             END-STRING
035530         ELSE
035540             MOVE WS-EXCEPTION-REASON
035550                 TO WS-EXCEPTION-REASON-HOLD
035560             STRING WS-EXCEPTION-REASON-HOLD DELIMITED BY "  "
035570                    "; RATE EXCEEDS MAX OF " DELIMITED BY SIZE
035580                    VL-MAX-RATE  DELIMITED BY SIZE
035590                 INTO WS-EXCEPTION-REASON
035600             END-STRING
035610         END-IF
035620     END-IF
035630
035640     PERFORM 2510-EDIT-TAX-RATES THRU 2510-EXIT
035650
035660     IF EMPLOYEE-IS-HOURLY
035670         AND NOT TIMECARD-ON-FILE
035680         MOVE "N" TO WS-VALID-SWITCH
035690         IF WS-EXCEPTION-REASON = SPACES
035700             MOVE "NO TIMECARD ON FILE FOR HOURLY EMPLOYEE"
035710                 TO WS-EXCEPTION-REASON
035720         ELSE
035730             MOVE WS-EXCEPTION-REASON
035740                 TO WS-EXCEPTION-REASON-HOLD
035750             STRING WS-EXCEPTION-REASON-HOLD DELIMITED BY "  "
035760                    "; NO TIMECARD ON FILE" DELIMITED BY SIZE
035770                 INTO WS-EXCEPTION-REASON
035780             END-STRING
035790         END-IF
035800     END-IF.
035810 2500-EXIT.
035820     EXIT.
035830
035840*-----------------------------------------------------------*
035850* 2510-EDIT-TAX-RATES - FEDERAL, STATE, AND FICA PERCENTS   *
035860* MUST FALL WITHIN THE CONTROL LIMITS. PERFORMED BY 2500    *
035870* FOR A REGULAR CYCLE AND BY 2100 FOR AN OFF-CYCLE RUN,     *
035880* WHICH HAS NO TIMECARD TO EDIT                             *
035890*-----------------------------------------------------------*
035900 2510-EDIT-TAX-RATES.
035910     IF FEDERAL-PRCNT-NUM < VL-MIN-TAXRATE
035920         OR FEDERAL-PRCNT-NUM > VL-MAX-TAXRATE
035930         OR STATE-PRCNT-NUM < VL-MIN-TAXRATE
035940         OR STATE-PRCNT-NUM > VL-MAX-TAXRATE
035950         OR FICA-PRCNT-NUM < VL-MIN-TAXRATE
035960         OR FICA-PRCNT-NUM > VL-MAX-TAXRATE
035970         MOVE "N" TO WS-VALID-SWITCH
035980         IF WS-EXCEPTION-REASON = SPACES
035990             MOVE "TAX RATE OUT OF RANGE"
036000                 TO WS-EXCEPTION-REASON
036010         ELSE
036020             MOVE WS-EXCEPTION-REASON
036030                 TO WS-EXCEPTION-REASON-HOLD
036040             STRING WS-EXCEPTION-REASON-HOLD DELIMITED BY "  "
036050                    "; TAX RATE OUT OF RANGE" DELIMITED BY SIZE
036060                 INTO WS-EXCEPTION-REASON
036070             END-STRING
036080         END-IF
036090     END-IF.
036100 2510-EXIT.
036110     EXIT.
036120
036130*-----------------------------------------------------------*
036140* 2600-COMPUTE-GROSS-PAY                                     *
036150*-----------------------------------------------------------*
036160 2600-COMPUTE-GROSS-PAY.
036170     IF EMPLOYEE-IS-SALARY
036180         PERFORM 2650-COMPUTE-SALARY-GROSS THRU 2650-EXIT
036190     ELSE
036200         PERFORM 2700-COMPUTE-HOURLY-GROSS THRU 2700-EXIT
036210     END-IF.
036220 2600-EXIT.
036230     EXIT.
036240
036250*-----------------------------------------------------------*
036260* 2650-COMPUTE-SALARY-GROSS                                  *
036270*-----------------------------------------------------------*
036280 2650-COMPUTE-SALARY-GROSS.
036290     MOVE SALARY-AMOUNT-NUM TO TOTALOWED-NUM
036300     MOVE SALARY-AMOUNT-NUM TO REGULAR-PAY-NUM
036310     MOVE ZERO TO REGULAR-HOURS-NUM
036320     MOVE ZERO TO OVERTIME-HOURS-NUM
036330     MOVE ZERO TO OVERTIME-PAY-NUM
036340     MOVE ZERO TO SHIFT-PREM-PAY-NUM
036350     MOVE ZERO TO VACATION-PAY-NUM
036360     MOVE ZERO TO SICK-PAY-NUM
036370     MOVE ZERO TO HOLIDAY-PAY-NUM
036380     MOVE 1 TO WRK-DEPT-COUNT
036390     MOVE DEPT-CODE-ALPHA   TO WD-DEPT-CODE(1)
036400     MOVE ZERO              TO WD-REG-HOURS(1)
036410     MOVE ZERO              TO WD-OT-HOURS(1)
036420     MOVE ZERO              TO WD-SHIFT-PREM(1)
036430     MOVE SALARY-AMOUNT-NUM TO WD-GROSS(1).
036440 2650-EXIT.
036450     EXIT.
036460
036470*-----------------------------------------------------------*
036480* 2700-COMPUTE-HOURLY-GROSS - EACH TIMECARD IS PRICED ON ITS *
036490* OWN AND CHARGED TO THE DEPARTMENT WORKED; HOURS PAST THE   *
036500* OVERTIME THRESHOLD ACROSS ALL CARDS GO AT THE OT RATE      *
036510*-----------------------------------------------------------*
036520 2700-COMPUTE-HOURLY-GROSS.
036530     MOVE ZERO TO WRK-DEPT-COUNT
036540     MOVE ZERO TO RUNNING-HOURS-NUM
036550     MOVE ZERO TO REGULAR-HOURS-NUM
036560     MOVE ZERO TO OVERTIME-HOURS-NUM
036570     MOVE ZERO TO REGULAR-PAY-NUM
036580     MOVE ZERO TO OVERTIME-PAY-NUM
036590     MOVE ZERO TO TOTALOWED-NUM
036600     MOVE ZERO TO SHIFT-PREM-PAY-NUM
036610     MOVE ZERO TO VACATION-PAY-NUM
036620     MOVE ZERO TO SICK-PAY-NUM
036630     MOVE ZERO TO HOLIDAY-PAY-NUM
036640     COMPUTE OVERTIME-RATE-NUM ROUNDED =
036650         RATE-NUMERIC * OT-RATE-MULTIPLIER
036660     PERFORM 2710-PRICE-ONE-TIMECARD THRU 2710-EXIT
036670         VARYING TCRD-IDX FROM 1 BY 1
036680         UNTIL TCRD-IDX > TCRD-COUNT.
036690 2700-EXIT.
036700     EXIT.
036710
036720*-----------------------------------------------------------*
036730* 2710-PRICE-ONE-TIMECARD                                    *
036740*-----------------------------------------------------------*
036750 2710-PRICE-ONE-TIMECARD.
036760     IF TT-ID-NUMERIC(TCRD-IDX) NOT = ID-NUMERIC
036770         GO TO 2710-EXIT
036780     END-IF
036790
036800     MOVE TT-HOURS-NUMERIC(TCRD-IDX) TO CARD-HOURS-NUM
036810     MOVE ZERO TO CARD-PREM-NUM
036820
036830     IF TT-EARN-VACATION(TCRD-IDX)
036840         OR TT-EARN-SICK(TCRD-IDX)
036850         OR TT-EARN-HOLIDAY(TCRD-IDX)
036860         PERFORM 2712-PRICE-LEAVE-CARD THRU 2712-EXIT
036870         GO TO 2710-EXIT
036880     END-IF
036890
036900     IF TT-EARN-OVERTIME(TCRD-IDX)
036910         MOVE ZERO TO CARD-REG-HOURS-NUM
036920         MOVE CARD-HOURS-NUM TO CARD-OT-HOURS-NUM
036930     ELSE
036940         IF RUNNING-HOURS-NUM NOT < OT-HOURS-THRESHOLD
036950             MOVE ZERO TO CARD-REG-HOURS-NUM
036960             MOVE CARD-HOURS-NUM TO CARD-OT-HOURS-NUM
036970         ELSE
036980             IF RUNNING-HOURS-NUM + CARD-HOURS-NUM
036990                 > OT-HOURS-THRESHOLD
037000                 COMPUTE CARD-REG-HOURS-NUM =
037010                     OT-HOURS-THRESHOLD - RUNNING-HOURS-NUM
037020                 COMPUTE CARD-OT-HOURS-NUM =
037030                     CARD-HOURS-NUM - CARD-REG-HOURS-NUM
037040             ELSE
037050                 MOVE CARD-HOURS-NUM TO CARD-REG-HOURS-NUM
037060                 MOVE ZERO TO CARD-OT-HOURS-NUM
037070             END-IF
037080         END-IF
037090         ADD CARD-HOURS-NUM TO RUNNING-HOURS-NUM
037100     END-IF
037110
037120     COMPUTE CARD-PAY-NUM =
037130         (CARD-REG-HOURS-NUM * RATE-NUMERIC)
037140         + (CARD-OT-HOURS-NUM * OVERTIME-RATE-NUM)
037150     ADD CARD-REG-HOURS-NUM TO REGULAR-HOURS-NUM
037160     ADD CARD-OT-HOURS-NUM  TO OVERTIME-HOURS-NUM
037170     COMPUTE REGULAR-PAY-NUM = REGULAR-PAY-NUM
037180         + (CARD-REG-HOURS-NUM * RATE-NUMERIC)
037190     COMPUTE OVERTIME-PAY-NUM = OVERTIME-PAY-NUM
037200         + (CARD-OT-HOURS-NUM * OVERTIME-RATE-NUM)
037210     ADD CARD-PAY-NUM TO TOTALOWED-NUM
037220     PERFORM 2715-PRICE-SHIFT-PREMIUM THRU 2715-EXIT
037230     ADD CARD-PREM-NUM TO SHIFT-PREM-PAY-NUM
037240     ADD CARD-PREM-NUM TO TOTALOWED-NUM
037250     MOVE TT-DEPT-CODE(TCRD-IDX) TO DEPT-POST-CODE
037260     PERFORM 2720-POST-WORKED-DEPT THRU 2720-EXIT.
037270 2710-EXIT.
037280     EXIT.
037290
037300*-----------------------------------------------------------*
037310* 2712-PRICE-LEAVE-CARD - VACATION, SICK, AND HOLIDAY HOURS  *
037320* PAY STRAIGHT RATE, CHARGE THE DEPARTMENT ON THE CARD, AND  *
037330* NEVER COUNT TOWARD THE OVERTIME THRESHOLD; VACATION AND    *
037340* SICK HOURS DRAW DOWN THE PTO BALANCE                       *
037350*-----------------------------------------------------------*
037360 2712-PRICE-LEAVE-CARD.
037370     MOVE CARD-HOURS-NUM TO CARD-REG-HOURS-NUM
037380     MOVE ZERO TO CARD-OT-HOURS-NUM
037390     COMPUTE CARD-PAY-NUM =
037400         CARD-HOURS-NUM * RATE-NUMERIC
037410     ADD CARD-PAY-NUM TO TOTALOWED-NUM
037420     IF TT-EARN-VACATION(TCRD-IDX)
037430         ADD CARD-PAY-NUM TO VACATION-PAY-NUM
037440         PERFORM 2714-DRAW-PTO-BALANCE THRU 2714-EXIT
037450     ELSE
037460         IF TT-EARN-SICK(TCRD-IDX)
037470             ADD CARD-PAY-NUM TO SICK-PAY-NUM
037480             PERFORM 2714-DRAW-PTO-BALANCE THRU 2714-EXIT
037490         ELSE
037500             ADD CARD-PAY-NUM TO HOLIDAY-PAY-NUM
037510         END-IF
037520     END-IF
037530     MOVE TT-DEPT-CODE(TCRD-IDX) TO DEPT-POST-CODE
037540     PERFORM 2720-POST-WORKED-DEPT THRU 2720-EXIT.
037550 2712-EXIT.
037560     EXIT.
037570
037580*-----------------------------------------------------------*
037590* 2714-DRAW-PTO-BALANCE                                      *
037600*-----------------------------------------------------------*
037610 2714-DRAW-PTO-BALANCE.
037620     MOVE ID-NUMERIC TO PTO-SEARCH-ID
037630     PERFORM 8400-FIND-PTO-ENTRY THRU 8400-EXIT
037640     IF PTO-IDX = ZERO
037650         GO TO 2714-EXIT
037660     END-IF
037670     IF TT-EARN-VACATION(TCRD-IDX)
037680         IF CARD-HOURS-NUM > PTB-VAC-BALANCE(PTO-IDX)
037690             MOVE ZERO TO PTB-VAC-BALANCE(PTO-IDX)
037700         ELSE
037710             SUBTRACT CARD-HOURS-NUM
037720                 FROM PTB-VAC-BALANCE(PTO-IDX)
037730         END-IF
037740     ELSE
037750         IF CARD-HOURS-NUM > PTB-SICK-BALANCE(PTO-IDX)
037760             MOVE ZERO TO PTB-SICK-BALANCE(PTO-IDX)
037770         ELSE
037780             SUBTRACT CARD-HOURS-NUM
037790                 FROM PTB-SICK-BALANCE(PTO-IDX)
037800         END-IF
037810     END-IF.
037820 2714-EXIT.
037830     EXIT.
037840
037850*-----------------------------------------------------------*
037860* 2715-PRICE-SHIFT-PREMIUM - PREMIUM RATE FOR THE CARD'S    *
037870* SHIFT CODE TIMES ALL HOURS ON THE CARD; AN UNKNOWN SHIFT  *
037880* CODE PAYS NO PREMIUM                                      *
037890*-----------------------------------------------------------*
037900 2715-PRICE-SHIFT-PREMIUM.
037910     MOVE ZERO TO CARD-PREM-NUM
037920     MOVE ZERO TO PREM-RATE-NUM
037930     MOVE "N" TO SHIFT-PREM-FOUND-SWITCH
037940     PERFORM 2718-FIND-SHIFT-PREMIUM THRU 2718-EXIT
037950         VARYING SHIFT-PREM-IDX FROM 1 BY 1
037960         UNTIL SHIFT-PREM-IDX > SHIFT-PREM-COUNT
037970            OR SHIFT-PREM-FOUND
037980     IF SHIFT-PREM-FOUND
037990         SUBTRACT 1 FROM SHIFT-PREM-IDX
038000         IF SP-METHOD-PERCENT(SHIFT-PREM-IDX)
038010             COMPUTE PREM-RATE-NUM ROUNDED =
038020                 RATE-NUMERIC * SP-VALUE(SHIFT-PREM-IDX)
038030         ELSE
038040             MOVE SP-VALUE(SHIFT-PREM-IDX) TO PREM-RATE-NUM
038050         END-IF
038060         COMPUTE CARD-PREM-NUM =
038070             CARD-HOURS-NUM * PREM-RATE-NUM
038080     END-IF.
038090 2715-EXIT.
038100     EXIT.
038110
038120*-----------------------------------------------------------*
038130* 2718-FIND-SHIFT-PREMIUM                                    *
038140*-----------------------------------------------------------*
038150 2718-FIND-SHIFT-PREMIUM.
038160     IF SP-SHIFT-CODE(SHIFT-PREM-IDX) =
038170         TT-SHIFT-CODE(TCRD-IDX)
038180         MOVE "Y" TO SHIFT-PREM-FOUND-SWITCH
038190     END-IF.
038200 2718-EXIT.
038210     EXIT.
038220
038230*-----------------------------------------------------------*
038240* 2720-POST-WORKED-DEPT                                      *
038250*-----------------------------------------------------------*
038260 2720-POST-WORKED-DEPT.
038270     MOVE "N" TO WRK-DEPT-FOUND-SWITCH
038280     PERFORM 2725-FIND-WORKED-DEPT THRU 2725-EXIT
038290         VARYING WRK-DEPT-IDX FROM 1 BY 1
038300         UNTIL WRK-DEPT-IDX > WRK-DEPT-COUNT
038310            OR WRK-DEPT-FOUND
038320     IF WRK-DEPT-FOUND
038330         SUBTRACT 1 FROM WRK-DEPT-IDX
038340     ELSE
038350         IF WRK-DEPT-COUNT < WRK-DEPT-MAX-ENTRIES
038360             ADD 1 TO WRK-DEPT-COUNT
038370             MOVE WRK-DEPT-COUNT TO WRK-DEPT-IDX
038380             MOVE DEPT-POST-CODE TO WD-DEPT-CODE(WRK-DEPT-IDX)
038390             MOVE ZERO TO WD-REG-HOURS(WRK-DEPT-IDX)
038400             MOVE ZERO TO WD-OT-HOURS(WRK-DEPT-IDX)
038410             MOVE ZERO TO WD-GROSS(WRK-DEPT-IDX)
038420             MOVE ZERO TO WD-SHIFT-PREM(WRK-DEPT-IDX)
038430         ELSE
038440             DISPLAY "WORKED-DEPT TABLE FULL - EMPLOYEE "
038450                 ID-NUMERIC " DEPT " DEPT-POST-CODE
038460                 " CHARGED TO FIRST DEPARTMENT WORKED"
038470             MOVE 1 TO WRK-DEPT-IDX
038480         END-IF
038490     END-IF
038500     ADD CARD-REG-HOURS-NUM TO WD-REG-HOURS(WRK-DEPT-IDX)
038510     ADD CARD-OT-HOURS-NUM  TO WD-OT-HOURS(WRK-DEPT-IDX)
038520     ADD CARD-PAY-NUM       TO WD-GROSS(WRK-DEPT-IDX)
038530     ADD CARD-PREM-NUM      TO WD-SHIFT-PREM(WRK-DEPT-IDX).
038540 2720-EXIT.
038550     EXIT.
038560
038570*-----------------------------------------------------------*
038580* 2725-FIND-WORKED-DEPT                                      *
038590*-----------------------------------------------------------*
038600 2725-FIND-WORKED-DEPT.
038610     IF WD-DEPT-CODE(WRK-DEPT-IDX) = DEPT-POST-CODE
038620         MOVE "Y" TO WRK-DEPT-FOUND-SWITCH
038630     END-IF.
038640 2725-EXIT.
038650     EXIT.
038660
038670*-----------------------------------------------------------*
038680* 2750-READ-YTD-MASTER - PRIOR YTD TOTALS ARE NEEDED BEFORE  *
038690* THE DEDUCTION STEP SO FICA STOPS AT THE ANNUAL WAGE BASE   *
038700*-----------------------------------------------------------*
038710 2750-READ-YTD-MASTER.
038720     MOVE "N" TO WS-YTD-FOUND-SWITCH
038730     MOVE ID-NUMERIC TO YM-ID-NUMERIC
038740     IF WS-YTD-FILE-OPEN
038750         READ YTD-MASTER
038760             INVALID KEY
038770                 CONTINUE
038780             NOT INVALID KEY
038790                 MOVE "Y" TO WS-YTD-FOUND-SWITCH
038800         END-READ
038810     END-IF
038820     IF NOT WS-YTD-RECORD-FOUND
038830         MOVE ZERO TO YM-YTD-GROSS
038840         MOVE ZERO TO YM-YTD-TAX
038850         MOVE ZERO TO YM-YTD-NET
038860         MOVE ZERO TO YM-YTD-ER-FICA
038870         MOVE ZERO TO YM-YTD-FUTA
038880         MOVE ZERO TO YM-YTD-SUTA
038890         MOVE ZERO TO YM-YTD-FED-WAGES
038900         MOVE ZERO TO YM-YTD-FICA-WAGES
038910         MOVE ZERO TO YM-YTD-401K
038920         MOVE ZERO TO YM-YTD-S125
038930     ELSE
038940         PERFORM 2760-CONVERT-YTD-BUCKETS THRU 2760-EXIT
038950     END-IF.
038960 2750-EXIT.
038970     EXIT.
038980
038990*-----------------------------------------------------------*
039000* 2760-CONVERT-YTD-BUCKETS - A YTD RECORD WRITTEN BEFORE THE *
039010* TAXABLE WAGE BUCKETS WERE CARRIED HAS NO PRE-TAX HISTORY,  *
039020* SO ALL OF ITS GROSS WAS TAXABLE                            *
039030*-----------------------------------------------------------*
039040 2760-CONVERT-YTD-BUCKETS.
039050     IF YM-YTD-FED-WAGES IS NOT NUMERIC
039060         MOVE YM-YTD-GROSS TO YM-YTD-FED-WAGES
039070     END-IF
039080     IF YM-YTD-FICA-WAGES IS NOT NUMERIC
039090         MOVE YM-YTD-GROSS TO YM-YTD-FICA-WAGES
039100     END-IF
039110     IF YM-YTD-401K IS NOT NUMERIC
039120         MOVE ZERO TO YM-YTD-401K
039130     END-IF
039140     IF YM-YTD-S125 IS NOT NUMERIC
039150         MOVE ZERO TO YM-YTD-S125
039160     END-IF.
039170 2760-EXIT.
039180     EXIT.
039190
039200*-----------------------------------------------------------*
039210* 2780-COMPUTE-PRETAX-DEDUCT - 401(K) AND SECTION 125        *
039220* DEDUCTIONS COME OUT BEFORE ANY TAX, IN PRIORITY ORDER,     *
039230* LEAVING ENOUGH OF THE GROSS TO COVER FICA; A PRE-TAX       *
039240* DEDUCTION THAT CANNOT BE TAKEN IN FULL IS NOT CARRIED IN   *
039250* ARREARS - THE DEFERRAL IS SIMPLY SMALLER THIS PERIOD       *
039260*-----------------------------------------------------------*
039270 2780-COMPUTE-PRETAX-DEDUCT.
039280     MOVE ZERO TO VOLDED-TOTAL-NUM
039290     MOVE ZERO TO EMP-DED-COUNT
039300     MOVE ZERO TO PRETAX-401K-NUM
039310     MOVE ZERO TO PRETAX-S125-NUM
039320     MOVE "P" TO DED-PASS-SWITCH
039330     COMPUTE AVAILABLE-NET-NUM ROUNDED = TOTALOWED-NUM
039340         - (TOTALOWED-NUM * FICA-PRCNT-NUM)
039350     PERFORM 2860-SWEEP-PRIORITY THRU 2860-EXIT
039360         VARYING PRIORITY-LEVEL FROM 0 BY 1
039370         UNTIL PRIORITY-LEVEL > 99
039380     PERFORM 2785-SET-TAXABLE-WAGES THRU 2785-EXIT.
039390 2780-EXIT.
039400     EXIT.
039410
039420*-----------------------------------------------------------*
039430* 2785-SET-TAXABLE-WAGES                                     *
039440*-----------------------------------------------------------*
039450 2785-SET-TAXABLE-WAGES.
039460     COMPUTE PRETAX-TOTAL-NUM = PRETAX-401K-NUM + PRETAX-S125-NUM
039470     COMPUTE FED-TAXABLE-NUM = TOTALOWED-NUM - PRETAX-TOTAL-NUM
039480     COMPUTE FICA-TAXABLE-NUM = TOTALOWED-NUM - PRETAX-S125-NUM.
039490 2785-EXIT.
039500     EXIT.
039510
039520*-----------------------------------------------------------*
039530* 2800-COMPUTE-DEDUCTIONS - FICA FIRST, THEN FEDERAL AND     *
039540* STATE WITHHOLDING, WHICH MAY NOT TAKE MORE THAN THE WAGES  *
039550* LEFT AFTER PRE-TAX DEDUCTIONS AND FICA; FICA IS FIGURED ON *
039560* THE WAGES LESS SECTION 125, WITHHOLDING ON THE WAGES LESS  *
039570* ALL PRE-TAX DEDUCTIONS                                     *
039580*-----------------------------------------------------------*
039590 2800-COMPUTE-DEDUCTIONS.
039600     MOVE "N" TO FICA-CAPPED-SWITCH
039610     IF YM-YTD-FICA-WAGES < FICA-WAGE-BASE
039620         COMPUTE FICA-WAGES-NUM =
039630             FICA-WAGE-BASE - YM-YTD-FICA-WAGES
039640     ELSE
039650         MOVE ZERO TO FICA-WAGES-NUM
039660     END-IF
039670     IF FICA-WAGES-NUM > FICA-TAXABLE-NUM
039680         MOVE FICA-TAXABLE-NUM TO FICA-WAGES-NUM
039690     END-IF
039700     IF FICA-WAGES-NUM < FICA-TAXABLE-NUM
039710         MOVE "Y" TO FICA-CAPPED-SWITCH
039720     END-IF
039730     MULTIPLY FICA-WAGES-NUM BY FICA-PRCNT-NUM
039740         GIVING FICA-VALUE-NUM
039750
039760     IF PRETAX-TOTAL-NUM + FICA-VALUE-NUM < TOTALOWED-NUM
039770         COMPUTE WH-TAX-ROOM = TOTALOWED-NUM - PRETAX-TOTAL-NUM
039780             - FICA-VALUE-NUM
039790     ELSE
039800         MOVE ZERO TO WH-TAX-ROOM
039810     END-IF
039820     PERFORM 2810-COMPUTE-FEDERAL-WH THRU 2810-EXIT
039830     IF FEDERAL-VALUE-NUM > WH-TAX-ROOM
039840         MOVE WH-TAX-ROOM TO FEDERAL-VALUE-NUM
039850     END-IF
039860     SUBTRACT FEDERAL-VALUE-NUM FROM WH-TAX-ROOM
039870     PERFORM 2815-COMPUTE-STATE-WH THRU 2815-EXIT
039880     IF STATE-VALUE-NUM > WH-TAX-ROOM
039890         MOVE WH-TAX-ROOM TO STATE-VALUE-NUM
039900     END-IF
039910
039920     COMPUTE TAXVALUE-NUM =
039930         FEDERAL-VALUE-NUM + STATE-VALUE-NUM + FICA-VALUE-NUM.
039940 2800-EXIT.
039950     EXIT.
039960
039970*-----------------------------------------------------------*
039980* 2810-COMPUTE-FEDERAL-WH - ANNUAL TAX FROM THE FEDERAL      *
039990* BRACKETS LESS THE W-4 DEPENDENTS CREDIT, SPREAD OVER THE   *
040000* PAY PERIODS, PLUS THE EXTRA WITHHOLDING PER PERIOD; NO     *
040010* FILING STATUS OR NO BRACKETS FALLS BACK TO THE FLAT RATE.  *
040020* SUPPLEMENTAL PAY IS WITHHELD AT THE FLAT SUPPLEMENTAL RATE *
040030*-----------------------------------------------------------*
040040 2810-COMPUTE-FEDERAL-WH.
040050     IF RUN-CYCLE-SUPPLEMENTAL
040060         COMPUTE FEDERAL-VALUE-NUM ROUNDED =
040070             FED-TAXABLE-NUM * SUPP-FED-RATE
040080         GO TO 2810-EXIT
040090     END-IF
040100     MOVE "N" TO WH-BRACKET-SWITCH
040110     IF FILING-STATUS-CODE NOT = SPACE
040120         AND WHT-FED-BEST-DATE NOT = ZERO
040130         MOVE "F"                TO WH-TAX-TYPE
040140         MOVE FILING-STATUS-CODE TO WH-FILING-STATUS
040150         MOVE WHT-FED-BEST-DATE  TO WH-LOOKUP-DATE
040160         PERFORM 2830-COMPUTE-ANNUAL-TAX THRU 2830-EXIT
040170     END-IF
040180     IF NOT WH-BRACKET-FOUND
040190         MULTIPLY FED-TAXABLE-NUM BY FEDERAL-PRCNT-NUM
040200             GIVING FEDERAL-VALUE-NUM
040210         GO TO 2810-EXIT
040220     END-IF
040230
040240     SUBTRACT DEPENDENTS-CREDIT-NUM FROM WH-ANNUAL-TAX
040250     IF WH-ANNUAL-TAX < ZERO
040260         MOVE ZERO TO WH-ANNUAL-TAX
040270     END-IF
040280     COMPUTE FEDERAL-VALUE-NUM ROUNDED =
040290         (WH-ANNUAL-TAX / WH-PERIODS-PER-YEAR)
040300             + FED-EXTRA-WH-NUM.
040310 2810-EXIT.
040320     EXIT.
040330
040340*-----------------------------------------------------------*
040350* 2815-COMPUTE-STATE-WH - SAME METHOD FROM THE STATE         *
040360* BRACKETS AND THE STATE FILING STATUS AND EXTRA WITHHOLDING *
040370*-----------------------------------------------------------*
040380 2815-COMPUTE-STATE-WH.
040390     MOVE "N" TO WH-BRACKET-SWITCH
040400     IF STATE-FILING-STATUS-CODE NOT = SPACE
040410         AND WHT-STATE-BEST-DATE NOT = ZERO
040420         MOVE "S"                TO WH-TAX-TYPE
040430         MOVE STATE-FILING-STATUS-CODE TO WH-FILING-STATUS
040440         MOVE WHT-STATE-BEST-DATE TO WH-LOOKUP-DATE
040450         PERFORM 2830-COMPUTE-ANNUAL-TAX THRU 2830-EXIT
040460     END-IF
040470     IF NOT WH-BRACKET-FOUND
040480         MULTIPLY FED-TAXABLE-NUM BY STATE-PRCNT-NUM
040490             GIVING STATE-VALUE-NUM
040500         GO TO 2815-EXIT
040510     END-IF
040520
040530     COMPUTE STATE-VALUE-NUM ROUNDED =
040540         (WH-ANNUAL-TAX / WH-PERIODS-PER-YEAR)
040550             + STATE-EXTRA-WH-NUM.
040560 2815-EXIT.
040570     EXIT.
040580
040590*-----------------------------------------------------------*
040600* 2820-COMPUTE-EMPLOYER-TAX - EMPLOYER FICA MATCHES THE      *
040610* EMPLOYEE FICA TAKEN; FUTA AND SUTA ARE TAKEN ONLY ON THE   *
040620* PORTION OF THIS PERIOD STILL UNDER EACH ANNUAL WAGE BASE,  *
040630* FIGURED ON THE WAGES LESS SECTION 125 LIKE FICA            *
040640*-----------------------------------------------------------*
040650 2820-COMPUTE-EMPLOYER-TAX.
040660     MOVE FICA-VALUE-NUM TO ER-FICA-VALUE-NUM
040670
040680     IF YM-YTD-FICA-WAGES < FUTA-WAGE-BASE
040690         COMPUTE FUTA-WAGES-NUM =
040700             FUTA-WAGE-BASE - YM-YTD-FICA-WAGES
040710     ELSE
040720         MOVE ZERO TO FUTA-WAGES-NUM
040730     END-IF
040740     IF FUTA-WAGES-NUM > FICA-TAXABLE-NUM
040750         MOVE FICA-TAXABLE-NUM TO FUTA-WAGES-NUM
040760     END-IF
040770     COMPUTE FUTA-VALUE-NUM ROUNDED =
040780         FUTA-WAGES-NUM * FUTA-RATE
040790
040800     IF YM-YTD-FICA-WAGES < SUTA-WAGE-BASE
040810         COMPUTE SUTA-WAGES-NUM =
040820             SUTA-WAGE-BASE - YM-YTD-FICA-WAGES
040830     ELSE
040840         MOVE ZERO TO SUTA-WAGES-NUM
040850     END-IF
040860     IF SUTA-WAGES-NUM > FICA-TAXABLE-NUM
040870         MOVE FICA-TAXABLE-NUM TO SUTA-WAGES-NUM
040880     END-IF
040890     COMPUTE SUTA-VALUE-NUM ROUNDED =
040900         SUTA-WAGES-NUM * SUTA-RATE
040910
040920     ADD ER-FICA-VALUE-NUM TO WS-TOTAL-ER-FICA
040930     ADD FUTA-VALUE-NUM    TO WS-TOTAL-FUTA
040940     ADD SUTA-VALUE-NUM    TO WS-TOTAL-SUTA.
040950 2820-EXIT.
040960     EXIT.
040970
040980*-----------------------------------------------------------*
040990* 2830-COMPUTE-ANNUAL-TAX - ANNUALIZE THIS PERIOD'S WAGES BY *
041000* PAY FREQUENCY, FIND THE HIGHEST BRACKET FOR THE TAX TYPE   *
041010* AND FILING STATUS THAT THE WAGES REACH, AND TAKE ITS BASE  *
041020* TAX PLUS ITS RATE ON THE EXCESS OVER THE BRACKET FLOOR     *
041030*-----------------------------------------------------------*
041040 2830-COMPUTE-ANNUAL-TAX.
041050     MOVE "N" TO WH-BRACKET-SWITCH
041060     MOVE ZERO TO WH-ANNUAL-TAX
041070     MOVE ZERO TO WH-PERIODS-PER-YEAR
041080     PERFORM 2835-MATCH-PERIODS-ENTRY THRU 2835-EXIT
041090         VARYING PY-IDX FROM 1 BY 1
041100         UNTIL PY-IDX > 4
041110     IF WH-PERIODS-PER-YEAR = ZERO
041120         GO TO 2830-EXIT
041130     END-IF
041140
041150     COMPUTE WH-ANNUAL-WAGES =
041160         FED-TAXABLE-NUM * WH-PERIODS-PER-YEAR
041170     PERFORM 2840-SCAN-BRACKETS THRU 2840-EXIT
041180         VARYING WHT-IDX FROM 1 BY 1
041190         UNTIL WHT-IDX > WHT-COUNT
041200     IF WH-BRACKET-FOUND
041210         COMPUTE WH-ANNUAL-TAX ROUNDED = WH-BEST-BASE +
041220             ((WH-ANNUAL-WAGES - WH-BEST-OVER) * WH-BEST-RATE)
041230     END-IF.
041240 2830-EXIT.
041250     EXIT.
041260
041270*-----------------------------------------------------------*
041280* 2835-MATCH-PERIODS-ENTRY                                   *
041290*-----------------------------------------------------------*
041300 2835-MATCH-PERIODS-ENTRY.
041310     IF PY-CYCLE-CODE(PY-IDX) = PAY-FREQUENCY-CODE
041320         MOVE PY-PERIODS(PY-IDX) TO WH-PERIODS-PER-YEAR
041330     END-IF.
041340 2835-EXIT.
041350     EXIT.
041360
041370*-----------------------------------------------------------*
041380* 2840-SCAN-BRACKETS                                         *
041390*-----------------------------------------------------------*
041400 2840-SCAN-BRACKETS.
041410     IF WTT-TAX-TYPE(WHT-IDX) = WH-TAX-TYPE
041420         AND WTT-FILING-STATUS(WHT-IDX) = WH-FILING-STATUS
041430         AND WTT-EFFECTIVE-DATE(WHT-IDX) = WH-LOOKUP-DATE
041440         AND WTT-WAGE-OVER(WHT-IDX) NOT > WH-ANNUAL-WAGES
041450         IF NOT WH-BRACKET-FOUND
041460             OR WTT-WAGE-OVER(WHT-IDX) > WH-BEST-OVER
041470             MOVE WTT-WAGE-OVER(WHT-IDX) TO WH-BEST-OVER
041480             MOVE WTT-BASE-TAX(WHT-IDX)  TO WH-BEST-BASE
041490             MOVE WTT-RATE(WHT-IDX)      TO WH-BEST-RATE
041500             MOVE "Y" TO WH-BRACKET-SWITCH
041510         END-IF
041520     END-IF.
041530 2840-EXIT.
041540     EXIT.
041550
041560*-----------------------------------------------------------*
041570* 2850-COMPUTE-VOL-DEDUCT - VOLUNTARY DEDUCTIONS COME OUT   *
041580* AFTER TAXES IN PRIORITY ORDER (1 = FIRST, E.G.            *
041590* GARNISHMENTS) AND NEVER TAKE NET PAY BELOW ZERO; THE      *
041600* PRE-TAX DEDUCTIONS TAKEN IN 2780 ARE ALREADY IN THE TOTAL *
041610*-----------------------------------------------------------*
041620 2850-COMPUTE-VOL-DEDUCT.
041630     MOVE ZERO TO EMP-ARR-COUNT
041640     MOVE ZERO TO ARREARS-TAKE-NUM
041650     MOVE ZERO TO EMP-ARR-TOTAL-NUM
041660     MOVE "A" TO DED-PASS-SWITCH
041670     COMPUTE AVAILABLE-NET-NUM = TOTALOWED-NUM - TAXVALUE-NUM
041680         - PRETAX-TOTAL-NUM
041690     PERFORM 2860-SWEEP-PRIORITY THRU 2860-EXIT
041700         VARYING PRIORITY-LEVEL FROM 0 BY 1
041710         UNTIL PRIORITY-LEVEL > 99
041720     PERFORM 2895-RECOVER-ARREARS THRU 2895-EXIT
041730         VARYING ARR-IDX FROM 1 BY 1
041740         UNTIL ARR-IDX > ARR-COUNT.
041750 2850-EXIT.
041760     EXIT.
041770
041780*-----------------------------------------------------------*
041790* 2860-SWEEP-PRIORITY                                        *
041800*-----------------------------------------------------------*
041810 2860-SWEEP-PRIORITY.
041820     PERFORM 2870-APPLY-ONE-DEDUCT THRU 2870-EXIT
041830         VARYING DED-IDX FROM 1 BY 1
041840         UNTIL DED-IDX > DED-COUNT.
041850 2860-EXIT.
041860     EXIT.
041870
041880*-----------------------------------------------------------*
041890* 2870-APPLY-ONE-DEDUCT - THE PRE-TAX PASS TAKES ONLY 401(K) *
041900* AND SECTION 125 ENTRIES, THE AFTER-TAX PASS ALL THE OTHERS *
041910*-----------------------------------------------------------*
041920 2870-APPLY-ONE-DEDUCT.
041930     IF VD-ID-NUMERIC(DED-IDX) NOT = ID-NUMERIC
041940         OR VD-PRIORITY(DED-IDX) NOT = PRIORITY-LEVEL
041950         GO TO 2870-EXIT
041960     END-IF
041970     IF DED-PASS-PRETAX
041980         IF NOT VD-PRETAX(DED-IDX)
041990             GO TO 2870-EXIT
042000         END-IF
042010     ELSE
042020         IF VD-PRETAX(DED-IDX)
042030             GO TO 2870-EXIT
042040         END-IF
042050     END-IF
042060
042070     IF VD-METHOD-PERCENT(DED-IDX)
042080         COMPUTE DED-AMOUNT-NUM ROUNDED =
042090             TOTALOWED-NUM * VD-PERCENT(DED-IDX)
042100     ELSE
042110         MOVE VD-AMOUNT(DED-IDX) TO DED-AMOUNT-NUM
042120     END-IF
042130
042140     MOVE DED-AMOUNT-NUM TO DED-WANTED-NUM
042150     IF DED-AMOUNT-NUM > AVAILABLE-NET-NUM
042160         MOVE AVAILABLE-NET-NUM TO DED-AMOUNT-NUM
042170     END-IF
042180     COMPUTE DED-SHORT-NUM = DED-WANTED-NUM - DED-AMOUNT-NUM
042190     IF DED-SHORT-NUM > ZERO
042200         AND DED-PASS-AFTER-TAX
042210         PERFORM 2890-ADD-TO-ARREARS THRU 2890-EXIT
042220     END-IF
042230
042240     IF DED-AMOUNT-NUM > ZERO
042250         SUBTRACT DED-AMOUNT-NUM FROM AVAILABLE-NET-NUM
042260         ADD DED-AMOUNT-NUM TO VOLDED-TOTAL-NUM
042270         IF VD-PRETAX-401K(DED-IDX)
042280             ADD DED-AMOUNT-NUM TO PRETAX-401K-NUM
042290         END-IF
042300         IF VD-PRETAX-S125(DED-IDX)
042310             ADD DED-AMOUNT-NUM TO PRETAX-S125-NUM
042320         END-IF
042330         IF EMP-DED-COUNT < EMP-DED-MAX-ENTRIES
042340             ADD 1 TO EMP-DED-COUNT
042350             MOVE VD-DED-CODE(DED-IDX) TO
042360                 ED-DED-CODE(EMP-DED-COUNT)
042370             MOVE VD-VENDOR-NAME(DED-IDX) TO
042380                 ED-VENDOR-NAME(EMP-DED-COUNT)
042390             MOVE DED-AMOUNT-NUM TO ED-AMOUNT(EMP-DED-COUNT)
042400             MOVE VD-TAX-TREATMENT(DED-IDX) TO
042410                 ED-TAX-TREATMENT(EMP-DED-COUNT)
042420         ELSE
042430             DISPLAY "DEDUCTION DETAIL TABLE FULL - EMPLOYEE "
042440                 ID-NUMERIC " DEDUCTION " VD-DED-CODE(DED-IDX)
042450                 " NOT SHOWN ON REGISTER"
042460         END-IF
042470         MOVE VD-DED-CODE(DED-IDX)    TO VEND-POST-CODE
042480         MOVE VD-VENDOR-NAME(DED-IDX) TO VEND-POST-NAME
042490         MOVE DED-AMOUNT-NUM          TO VEND-POST-AMOUNT
042500         PERFORM 2880-ACCUMULATE-VENDOR THRU 2880-EXIT
042510     END-IF.
042520 2870-EXIT.
042530     EXIT.
042540
042550*-----------------------------------------------------------*
042560* 2880-ACCUMULATE-VENDOR - CALLER STAGES THE CODE, VENDOR,   *
042570* AND AMOUNT IN THE VEND-POST FIELDS                         *
042580*-----------------------------------------------------------*
042590 2880-ACCUMULATE-VENDOR.
042600     MOVE "N" TO VEND-FOUND-SWITCH
042610     PERFORM 2885-FIND-VENDOR THRU 2885-EXIT
042620         VARYING VEND-IDX FROM 1 BY 1
042630         UNTIL VEND-IDX > VEND-COUNT
042640            OR VEND-FOUND
042650
042660     IF VEND-FOUND
042670         SUBTRACT 1 FROM VEND-IDX
042680         ADD VEND-POST-AMOUNT TO VT-TOTAL-AMOUNT(VEND-IDX)
042690     ELSE
042700         IF VEND-COUNT < VEND-MAX-ENTRIES
042710             ADD 1 TO VEND-COUNT
042720             MOVE VEND-POST-CODE TO VT-DED-CODE(VEND-COUNT)
042730             MOVE VEND-POST-NAME TO VT-VENDOR-NAME(VEND-COUNT)
042740             MOVE VEND-POST-AMOUNT TO
042750                 VT-TOTAL-AMOUNT(VEND-COUNT)
042760         ELSE
042770             DISPLAY "VENDOR TOTALS TABLE FULL - VENDOR "
042780                 VEND-POST-NAME " OMITTED FROM "
042790                 "REMITTANCE REPORT"
042800         END-IF
042810     END-IF.
042820 2880-EXIT.
042830     EXIT.
042840
042850*-----------------------------------------------------------*
042860* 2885-FIND-VENDOR                                           *
042870*-----------------------------------------------------------*
042880 2885-FIND-VENDOR.
042890     IF VT-DED-CODE(VEND-IDX) = VEND-POST-CODE
042900         AND VT-VENDOR-NAME(VEND-IDX) = VEND-POST-NAME
042910         MOVE "Y" TO VEND-FOUND-SWITCH
042920     END-IF.
042930 2885-EXIT.
042940     EXIT.
042950
042960*-----------------------------------------------------------*
042970* 2890-ADD-TO-ARREARS - THE SHORTED PORTION OF THE CURRENT   *
042980* DEDUCTION JOINS THE EMPLOYEE/CODE ARREARS BALANCE          *
042990*-----------------------------------------------------------*
043000 2890-ADD-TO-ARREARS.
043010     MOVE "N" TO ARR-FOUND-SWITCH
043020     PERFORM 2892-FIND-ARREARS THRU 2892-EXIT
043030         VARYING ARR-IDX FROM 1 BY 1
043040         UNTIL ARR-IDX > ARR-COUNT
043050            OR ARR-FOUND
043060     IF ARR-FOUND
043070         SUBTRACT 1 FROM ARR-IDX
043080         ADD DED-SHORT-NUM TO AT-BALANCE(ARR-IDX)
043090     ELSE
043100         IF ARR-COUNT < ARR-MAX-ENTRIES
043110             ADD 1 TO ARR-COUNT
043120             MOVE ID-NUMERIC TO AT-ID-NUMERIC(ARR-COUNT)
043130             MOVE VD-DED-CODE(DED-IDX) TO
043140                 AT-DED-CODE(ARR-COUNT)
043150             MOVE VD-VENDOR-NAME(DED-IDX) TO
043160                 AT-VENDOR-NAME(ARR-COUNT)
043170             MOVE DED-SHORT-NUM TO AT-BALANCE(ARR-COUNT)
043180         ELSE
043190             DISPLAY "ARREARS TABLE FULL - SHORTED "
043200                 VD-DED-CODE(DED-IDX) " FOR EMPLOYEE "
043210                 ID-NUMERIC " NOT TRACKED"
043220         END-IF
043230     END-IF.
043240 2890-EXIT.
043250     EXIT.
043260
043270*-----------------------------------------------------------*
043280* 2892-FIND-ARREARS                                          *
043290*-----------------------------------------------------------*
043300 2892-FIND-ARREARS.
043310     IF AT-ID-NUMERIC(ARR-IDX) = ID-NUMERIC
043320         AND AT-DED-CODE(ARR-IDX) = VD-DED-CODE(DED-IDX)
043330         MOVE "Y" TO ARR-FOUND-SWITCH
043340     END-IF.
043350 2892-EXIT.
043360     EXIT.
043370
043380*-----------------------------------------------------------*
043390* 2895-RECOVER-ARREARS - TAKE UP TO THE PER-PERIOD CAP FROM  *
043400* WHAT IS LEFT OF NET PAY AGAINST EACH ARREARS BALANCE FOR   *
043410* THE CURRENT EMPLOYEE                                       *
043420*-----------------------------------------------------------*
043430 2895-RECOVER-ARREARS.
043440     IF AT-ID-NUMERIC(ARR-IDX) NOT = ID-NUMERIC
043450         OR AT-BALANCE(ARR-IDX) = ZERO
043460         GO TO 2895-EXIT
043470     END-IF
043480
043490     MOVE AT-BALANCE(ARR-IDX) TO ARREARS-TAKE-NUM
043500     IF ARREARS-TAKE-NUM > ARREARS-RECOVERY-CAP
043510         MOVE ARREARS-RECOVERY-CAP TO ARREARS-TAKE-NUM
043520     END-IF
043530     IF ARREARS-TAKE-NUM > AVAILABLE-NET-NUM
043540         MOVE AVAILABLE-NET-NUM TO ARREARS-TAKE-NUM
043550     END-IF
043560     IF ARREARS-TAKE-NUM = ZERO
043570         GO TO 2895-EXIT
043580     END-IF
043590
043600     SUBTRACT ARREARS-TAKE-NUM FROM AVAILABLE-NET-NUM
043610     SUBTRACT ARREARS-TAKE-NUM FROM AT-BALANCE(ARR-IDX)
043620     ADD ARREARS-TAKE-NUM TO VOLDED-TOTAL-NUM
043630     ADD ARREARS-TAKE-NUM TO EMP-ARR-TOTAL-NUM
043640     IF EMP-ARR-COUNT < EMP-ARR-MAX-ENTRIES
043650         ADD 1 TO EMP-ARR-COUNT
043660         MOVE AT-DED-CODE(ARR-IDX) TO
043670             EA-DED-CODE(EMP-ARR-COUNT)
043680         MOVE AT-VENDOR-NAME(ARR-IDX) TO
043690             EA-VENDOR-NAME(EMP-ARR-COUNT)
043700         MOVE ARREARS-TAKE-NUM TO EA-AMOUNT(EMP-ARR-COUNT)
043710     ELSE
043720         DISPLAY "ARREARS DETAIL TABLE FULL - EMPLOYEE "
043730             ID-NUMERIC " ARREARS " AT-DED-CODE(ARR-IDX)
043740             " NOT SHOWN ON REGISTER"
043750     END-IF
043760     MOVE AT-DED-CODE(ARR-IDX)    TO VEND-POST-CODE
043770     MOVE AT-VENDOR-NAME(ARR-IDX) TO VEND-POST-NAME
043780     MOVE ARREARS-TAKE-NUM        TO VEND-POST-AMOUNT
043790     PERFORM 2880-ACCUMULATE-VENDOR THRU 2880-EXIT.
043800 2895-EXIT.
043810     EXIT.
043820
043830*-----------------------------------------------------------*
043840* 2900-UPDATE-YTD-MASTER                                     *
043850*-----------------------------------------------------------*
043860 2900-UPDATE-YTD-MASTER.
043870     MOVE ID-NUMERIC TO YM-ID-NUMERIC
043880     ADD TOTALOWED-NUM TO YM-YTD-GROSS
043890     ADD TAXVALUE-NUM  TO YM-YTD-TAX
043900     ADD NETPAY-NUM    TO YM-YTD-NET
043910     ADD ER-FICA-VALUE-NUM TO YM-YTD-ER-FICA
043920     ADD FUTA-VALUE-NUM    TO YM-YTD-FUTA
043930     ADD SUTA-VALUE-NUM    TO YM-YTD-SUTA
043940
043950     ADD FED-TAXABLE-NUM   TO YM-YTD-FED-WAGES
043960     ADD FICA-TAXABLE-NUM  TO YM-YTD-FICA-WAGES
043970     ADD PRETAX-401K-NUM   TO YM-YTD-401K
043980     ADD PRETAX-S125-NUM   TO YM-YTD-S125
043990     MOVE YM-YTD-GROSS TO YTD-GROSS-NUM
044000     MOVE YM-YTD-TAX   TO YTD-TAX-NUM
044010     MOVE YM-YTD-NET   TO YTD-NET-NUM
044020
044030     IF TRIAL-RUN
044040         GO TO 2900-EXIT
044050     END-IF
044060     IF WS-YTD-RECORD-FOUND
044070         REWRITE YTD-MASTER-RECORD
044080     ELSE
044090         WRITE YTD-MASTER-RECORD
044100     END-IF.
044110 2900-EXIT.
044120     EXIT.
044130
044140*-----------------------------------------------------------*
044150* 2950-ACCUMULATE-DEPT-TOTALS - GROSS FOLLOWS THE DEPARTMENT *
044160* WORKED (ONE ENTRY PER WORKED DEPT FOR HOURLY EMPLOYEES);   *
044170* NET PAY STAYS WITH THE HOME DEPARTMENT                     *
044180*-----------------------------------------------------------*
044190 2950-ACCUMULATE-DEPT-TOTALS.
044200     PERFORM 2952-POST-ONE-WORKED-DEPT THRU 2952-EXIT
044210         VARYING WRK-DEPT-IDX FROM 1 BY 1
044220         UNTIL WRK-DEPT-IDX > WRK-DEPT-COUNT
044230
044240     MOVE DEPT-CODE-ALPHA TO DEPT-POST-CODE
044250     MOVE ZERO TO DEPT-POST-GROSS
044260     MOVE NETPAY-NUM TO DEPT-POST-NET
044270     MOVE ZERO TO DEPT-POST-REG-HOURS
044280     MOVE ZERO TO DEPT-POST-OT-HOURS
044290     MOVE ZERO TO DEPT-POST-LABOR-GROSS
044300     MOVE ZERO TO DEPT-POST-SHIFT-PREM
044310     PERFORM 2960-POST-DEPT-TOTAL THRU 2960-EXIT.
044320 2950-EXIT.
044330     EXIT.
044340
044350*-----------------------------------------------------------*
044360* 2952-POST-ONE-WORKED-DEPT                                  *
044370*-----------------------------------------------------------*
044380 2952-POST-ONE-WORKED-DEPT.
044390     MOVE WD-DEPT-CODE(WRK-DEPT-IDX) TO DEPT-POST-CODE
044400     COMPUTE DEPT-POST-GROSS = WD-GROSS(WRK-DEPT-IDX)
044410         + WD-SHIFT-PREM(WRK-DEPT-IDX)
044420     MOVE WD-SHIFT-PREM(WRK-DEPT-IDX) TO DEPT-POST-SHIFT-PREM
044430     MOVE ZERO TO DEPT-POST-NET
044440     IF EMPLOYEE-IS-HOURLY
044450         MOVE WD-REG-HOURS(WRK-DEPT-IDX) TO DEPT-POST-REG-HOURS
044460         MOVE WD-OT-HOURS(WRK-DEPT-IDX)  TO DEPT-POST-OT-HOURS
044470         MOVE DEPT-POST-GROSS TO DEPT-POST-LABOR-GROSS
044480     ELSE
044490         MOVE ZERO TO DEPT-POST-REG-HOURS
044500         MOVE ZERO TO DEPT-POST-OT-HOURS
044510         MOVE ZERO TO DEPT-POST-LABOR-GROSS
044520     END-IF
044530     PERFORM 2960-POST-DEPT-TOTAL THRU 2960-EXIT.
044540 2952-EXIT.
044550     EXIT.
044560
044570*-----------------------------------------------------------*
044580* 2960-POST-DEPT-TOTAL                                       *
044590*-----------------------------------------------------------*
044600 2960-POST-DEPT-TOTAL.
044610     MOVE "N" TO DEPT-FOUND-SWITCH
044620     PERFORM 2955-FIND-DEPT THRU 2955-EXIT
044630         VARYING DEPT-IDX FROM 1 BY 1
044640         UNTIL DEPT-IDX > DEPT-COUNT
044650            OR DEPT-FOUND
044660     IF DEPT-FOUND
044670         SUBTRACT 1 FROM DEPT-IDX
044680     ELSE
044690         IF DEPT-COUNT < DEPT-MAX-ENTRIES
044700             ADD 1 TO DEPT-COUNT
044710             MOVE DEPT-COUNT TO DEPT-IDX
044720             MOVE DEPT-POST-CODE TO DT-DEPT-CODE(DEPT-IDX)
044730             MOVE ZERO TO DT-TOTAL-GROSS(DEPT-IDX)
044740             MOVE ZERO TO DT-TOTAL-NET(DEPT-IDX)
044750             MOVE ZERO TO DT-REG-HOURS(DEPT-IDX)
044760             MOVE ZERO TO DT-OT-HOURS(DEPT-IDX)
044770             MOVE ZERO TO DT-LABOR-GROSS(DEPT-IDX)
044780             MOVE ZERO TO DT-SHIFT-PREM(DEPT-IDX)
044790         ELSE
044800             DISPLAY "DEPARTMENT SUMMARY TABLE FULL - "
044810                 "DEPT " DEPT-POST-CODE " FOR EMPLOYEE "
044820                 ID-NUMERIC " OMITTED FROM SUMMARY"
044830             GO TO 2960-EXIT
044840         END-IF
044850     END-IF
044860     ADD DEPT-POST-GROSS       TO DT-TOTAL-GROSS(DEPT-IDX)
044870     ADD DEPT-POST-NET         TO DT-TOTAL-NET(DEPT-IDX)
044880     ADD DEPT-POST-REG-HOURS   TO DT-REG-HOURS(DEPT-IDX)
044890     ADD DEPT-POST-OT-HOURS    TO DT-OT-HOURS(DEPT-IDX)
044900     ADD DEPT-POST-LABOR-GROSS TO DT-LABOR-GROSS(DEPT-IDX)
044910     ADD DEPT-POST-SHIFT-PREM  TO DT-SHIFT-PREM(DEPT-IDX).
044920 2960-EXIT.
044930     EXIT.
044940
044950*-----------------------------------------------------------*
044960* 2970-ACCRUE-PTO - EVERY EMPLOYEE PAID THIS PERIOD EARNS    *
044970* THE PER-PERIOD VACATION AND SICK ACCRUAL                   *
044980*-----------------------------------------------------------*
044990 2970-ACCRUE-PTO.
045000     MOVE ID-NUMERIC TO PTO-SEARCH-ID
045010     PERFORM 8400-FIND-PTO-ENTRY THRU 8400-EXIT
045020     IF PTO-IDX = ZERO
045030         IF PTO-COUNT < PTO-MAX-ENTRIES
045040             ADD 1 TO PTO-COUNT
045050             MOVE PTO-COUNT TO PTO-IDX
045060             MOVE ID-NUMERIC TO PTB-ID-NUMERIC(PTO-IDX)
045070             MOVE ZERO TO PTB-VAC-BALANCE(PTO-IDX)
045080             MOVE ZERO TO PTB-SICK-BALANCE(PTO-IDX)
045090             MOVE ZERO TO PTB-VAC-AVAIL(PTO-IDX)
045100             MOVE ZERO TO PTB-SICK-AVAIL(PTO-IDX)
045110         ELSE
045120             DISPLAY "PTO TABLE FULL - NO ACCRUAL FOR "
045130                 "EMPLOYEE " ID-NUMERIC
045140             GO TO 2970-EXIT
045150         END-IF
045160     END-IF
045170     ADD VAC-ACCRUAL-HOURS  TO PTB-VAC-BALANCE(PTO-IDX)
045180     ADD SICK-ACCRUAL-HOURS TO PTB-SICK-BALANCE(PTO-IDX).
045190 2970-EXIT.
045200     EXIT.
045210
045220*-----------------------------------------------------------*
045230* 2990-ISSUE-PAYMENT - EARNINGS STATEMENT, RESTART POINT, AND *
045240* THE CHECK OR DEPOSIT FOR THE EMPLOYEE JUST CALCULATED, AND *
045250* ITS PAYMENT HISTORY RECORD; NOT PERFORMED ON A TRIAL RUN   *
045260*-----------------------------------------------------------*
045270 2990-ISSUE-PAYMENT.
045280     PERFORM 5900-WRITE-EARNINGS-STMT THRU 5900-EXIT
045290     MOVE RUN-CYCLE-CODE TO CKP-CYCLE-CODE
045300     MOVE ID-NUMERIC TO CKP-ID-NUMERIC
045310     WRITE CHECKPOINT-RECORD
045320     IF EMPLOYEE-PAID-BY-CHECK
045330         PERFORM 5800-WRITE-CHECK THRU 5800-EXIT
045340     ELSE
045350         PERFORM 5700-WRITE-ACH-RECORD THRU 5700-EXIT
045360     END-IF
045370     IF RUN-CYCLE-SUPPLEMENTAL
045380         MOVE "S" TO HIST-RECORD-TYPE
045390     ELSE
045400         MOVE "P" TO HIST-RECORD-TYPE
045410     END-IF
045420     PERFORM 7400-WRITE-PAY-HISTORY THRU 7400-EXIT.
045430 2990-EXIT.
045440     EXIT.
045450
045460*-----------------------------------------------------------*
045470* 2955-FIND-DEPT                                              *
045480*-----------------------------------------------------------*
045490 2955-FIND-DEPT.
045500     IF DT-DEPT-CODE(DEPT-IDX) = DEPT-POST-CODE
045510         MOVE "Y" TO DEPT-FOUND-SWITCH
045520     END-IF.
045530 2955-EXIT.
045540     EXIT.
045550
045560*-----------------------------------------------------------*
045570* 3000-TERMINATE                                             *
045580*-----------------------------------------------------------*
045590 3000-TERMINATE.
045600     IF NOT PERIOD-AUTHORIZED
045610         GO TO 3000-EXIT
045620     END-IF
045630     IF RUN-COMPLETED
045640         AND NOT RUN-CYCLE-SUPPLEMENTAL
045650         PERFORM 6800-PROCESS-PTO-PAYOUTS THRU 6800-EXIT
045660         PERFORM 6850-PROCESS-RETRO-PAY THRU 6850-EXIT
045670         PERFORM 6880-PROCESS-REISSUES THRU 6880-EXIT
045680     END-IF
045690     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT
045700     PERFORM 7000-WRITE-DEPT-SUMMARY THRU 7000-EXIT
045710     PERFORM 7050-WRITE-LABOR-SUMMARY THRU 7050-EXIT
045720     IF RUN-CYCLE-SUPPLEMENTAL
045730         PERFORM 6520-CHECK-UNPAID-SUPPLEMENTAL THRU 6520-EXIT
045740     ELSE
045750         PERFORM 6500-CHECK-ORPHAN-TIMECARDS THRU 6500-EXIT
045760     END-IF
045770     IF TRIAL-RUN
045780         CLOSE EMPLOYEE-MASTER
045790         CLOSE PAYROLL-REGISTER
045800         CLOSE EXCEPTION-LISTING
045810         CLOSE LABOR-DIST
045820         IF WS-YTD-FILE-OPEN
045830             CLOSE YTD-MASTER
045840         END-IF
045850         GO TO 3000-EXIT
045860     END-IF
045870     IF RUN-COMPLETED
045880         AND NOT RUN-CYCLE-SUPPLEMENTAL
045890         PERFORM 6700-PROCESS-ADJUSTMENTS THRU 6700-EXIT
045900     END-IF
045910     PERFORM 7500-WRITE-REMIT-REPORT THRU 7500-EXIT
045920     PERFORM 7700-WRITE-GL-POSTING THRU 7700-EXIT
045930     CLOSE EMPLOYEE-MASTER
045940     CLOSE PAYROLL-REGISTER
045950     CLOSE EXCEPTION-LISTING
045960     CLOSE YTD-MASTER
045970     CLOSE CHECKPOINT-FILE
045980     IF RUN-COMPLETED
045990         OPEN OUTPUT CHECKPOINT-FILE
046000         IF WS-CHKPNT-OK
046010             PERFORM 7950-KEEP-OTHER-CKPT THRU 7950-EXIT
046020                 VARYING CKPT-IDX FROM 1 BY 1
046030                 UNTIL CKPT-IDX > CKPT-COUNT
046040         END-IF
046050         CLOSE CHECKPOINT-FILE
046060     END-IF
046070     PERFORM 7600-WRITE-ACH-TRAILERS THRU 7600-EXIT
046080     CLOSE ACH-EXTRACT
046090     CLOSE REMITTANCE-REPORT
046100     CLOSE GL-POSTING
046110
046120     MOVE CHECK-COUNT TO CRT-COUNT
046130     MOVE WS-TOTAL-CHECK-AMT TO CRT-AMOUNT
046140     WRITE CHECK-REGISTER-RECORD FROM WS-CHKREG-TOTAL-LINE
046150     CLOSE CHECK-PRINT
046160     CLOSE CHECK-REGISTER
046170     CLOSE POSITIVE-PAY
046180     CLOSE EARNINGS-STMT
046190     CLOSE LABOR-DIST
046200     CLOSE ISSUED-CHECKS
046210     CLOSE PAY-HISTORY
046220
046230     IF RUN-COMPLETED
046240         AND RUN-CYCLE-SUPPLEMENTAL
046250         PERFORM 7800-WRITE-RUN-HISTORY THRU 7800-EXIT
046260         PERFORM 7920-CLEAR-SUPPLEMENTAL THRU 7920-EXIT
046270         GO TO 3000-EXIT
046280     END-IF
046290     IF RUN-COMPLETED
046300         PERFORM 7850-REWRITE-ARREARS THRU 7850-EXIT
046310         PERFORM 7870-REWRITE-PTO THRU 7870-EXIT
046320         PERFORM 7800-WRITE-RUN-HISTORY THRU 7800-EXIT
046330         PERFORM 7900-CLOSE-PAY-PERIOD THRU 7900-EXIT
046340     END-IF.
046350 3000-EXIT.
046360     EXIT.
046370
046380*-----------------------------------------------------------*
046390* 4000-WRITE-HEADERS                                         *
046400*-----------------------------------------------------------*
046410 4000-WRITE-HEADERS.
046420     ADD 1 TO WS-PAGE-NUMBER
046430     MOVE WS-RUN-DATE-DISPLAY TO HL1-RUN-DATE
046440     MOVE WS-PAGE-NUMBER      TO HL1-PAGE-NUMBER
046450     MOVE RUN-CYCLE-CODE      TO HL1-CYCLE-CODE
046460     WRITE PAYROLL-REGISTER-RECORD FROM WS-HEADING-LINE-1
046470     WRITE PAYROLL-REGISTER-RECORD FROM WS-HEADING-LINE-2
046480     MOVE ZERO TO WS-LINE-COUNT.
046490 4000-EXIT.
046500     EXIT.
046510
046520*-----------------------------------------------------------*
046530* 5000-WRITE-DETAIL-LINE                                     *
046540*-----------------------------------------------------------*
046550 5000-WRITE-DETAIL-LINE.
046560     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
046570         PERFORM 4000-WRITE-HEADERS THRU 4000-EXIT
046580     END-IF
046590
046600     MOVE NAME-ALPHA      TO DL-NAME
046610     MOVE ID-NUMERIC      TO DL-ID
046620     MOVE HOURS-NUMERIC   TO DL-HOURS
046630     MOVE RATE-NUMERIC    TO DL-RATE
046640     MOVE TOTALOWED-NUM   TO DL-GROSS
046650     MOVE OVERTIME-PAY-NUM TO DL-OVERTIME
046660     MOVE FEDERAL-VALUE-NUM TO DL-FEDERAL
046670     MOVE STATE-VALUE-NUM   TO DL-STATE
046680     MOVE FICA-VALUE-NUM    TO DL-FICA
046690     MOVE NETPAY-NUM      TO DL-NETPAY
046700     WRITE PAYROLL-REGISTER-RECORD FROM WS-DETAIL-LINE
046710     ADD 1 TO WS-LINE-COUNT
046720
046730     MOVE YTD-GROSS-NUM  TO YTL-GROSS
046740     MOVE YTD-TAX-NUM    TO YTL-TAX
046750     MOVE YTD-NET-NUM    TO YTL-NET
046760     WRITE PAYROLL-REGISTER-RECORD FROM WS-YTD-LINE
046770     ADD 1 TO WS-LINE-COUNT
046780
046790     IF SHIFT-PREM-PAY-NUM > ZERO
046800         MOVE SHIFT-PREM-PAY-NUM TO SPL-AMOUNT
046810         WRITE PAYROLL-REGISTER-RECORD FROM WS-SHIFT-PREM-LINE
046820         ADD 1 TO WS-LINE-COUNT
046830     END-IF
046840
046850     IF RETRO-PAY-NUM > ZERO
046860         MOVE RETRO-PAY-NUM        TO RPL-AMOUNT
046870         MOVE RETRO-EFFECTIVE-DATE TO RPL-EFFECTIVE
046880         WRITE PAYROLL-REGISTER-RECORD FROM WS-RETRO-PAY-LINE
046890         ADD 1 TO WS-LINE-COUNT
046900     END-IF
046910
046920
046930     IF SUPP-PAY-NUM > ZERO
046940         PERFORM 5070-WRITE-SUPP-LINE THRU 5070-EXIT
046950             VARYING SUPP-IDX FROM 1 BY 1
046960             UNTIL SUPP-IDX > SUPP-COUNT
046970     END-IF
046980
046990     PERFORM 5050-WRITE-DEDUCTION-LINE THRU 5050-EXIT
047000         VARYING EMP-DED-IDX FROM 1 BY 1
047010         UNTIL EMP-DED-IDX > EMP-DED-COUNT
047020
047030     PERFORM 5060-WRITE-ARREARS-LINE THRU 5060-EXIT
047040         VARYING EMP-ARR-IDX FROM 1 BY 1
047050         UNTIL EMP-ARR-IDX > EMP-ARR-COUNT
047060
047070     IF PRETAX-TOTAL-NUM > ZERO
047080         MOVE FED-TAXABLE-NUM  TO TWL-FED-WAGES
047090         MOVE FICA-TAXABLE-NUM TO TWL-FICA-WAGES
047100         WRITE PAYROLL-REGISTER-RECORD FROM WS-TAXABLE-WAGE-LINE
047110         ADD 1 TO WS-LINE-COUNT
047120     END-IF
047130
047140     IF FICA-CAP-APPLIED
047150         MOVE FICA-WAGES-NUM TO FCL-FICA-WAGES
047160         WRITE PAYROLL-REGISTER-RECORD FROM WS-FICA-CAP-LINE
047170         ADD 1 TO WS-LINE-COUNT
047180     END-IF
047190
047200     ADD TOTALOWED-NUM TO WS-TOTAL-GROSS
047210     ADD TAXVALUE-NUM  TO WS-TOTAL-TAX
047220     ADD FEDERAL-VALUE-NUM TO WS-TOTAL-FEDERAL
047230     ADD STATE-VALUE-NUM   TO WS-TOTAL-STATE
047240     ADD FICA-VALUE-NUM    TO WS-TOTAL-FICA
047250     ADD VOLDED-TOTAL-NUM TO WS-TOTAL-VOLDED
047260     ADD NETPAY-NUM    TO WS-TOTAL-NET.
047270 5000-EXIT.
047280     EXIT.
047290
047300*-----------------------------------------------------------*
047310* 5050-WRITE-DEDUCTION-LINE                                  *
047320*-----------------------------------------------------------*
047330 5050-WRITE-DEDUCTION-LINE.
047340     PERFORM 5055-SET-DEDUCTION-LABEL THRU 5055-EXIT
047350     MOVE ED-DED-CODE(EMP-DED-IDX)    TO DDL-DED-CODE
047360     MOVE ED-VENDOR-NAME(EMP-DED-IDX) TO DDL-VENDOR
047370     MOVE ED-AMOUNT(EMP-DED-IDX)      TO DDL-AMOUNT
047380     WRITE PAYROLL-REGISTER-RECORD FROM WS-DEDUCTION-LINE
047390     ADD 1 TO WS-LINE-COUNT.
047400 5050-EXIT.
047410     EXIT.
047420
047430*-----------------------------------------------------------*
047440* 5055-SET-DEDUCTION-LABEL                                   *
047450*-----------------------------------------------------------*
047460 5055-SET-DEDUCTION-LABEL.
047470     IF ED-PRETAX(EMP-DED-IDX)
047480         MOVE "PRE-TAX   " TO DDL-LABEL
047490     ELSE
047500         MOVE "DEDUCTION " TO DDL-LABEL
047510     END-IF.
047520 5055-EXIT.
047530     EXIT.
047540
047550*-----------------------------------------------------------*
047560* 5060-WRITE-ARREARS-LINE                                    *
047570*-----------------------------------------------------------*
047580 5060-WRITE-ARREARS-LINE.
047590     MOVE EA-DED-CODE(EMP-ARR-IDX)    TO ARD-DED-CODE
047600     MOVE EA-VENDOR-NAME(EMP-ARR-IDX) TO ARD-VENDOR
047610     MOVE EA-AMOUNT(EMP-ARR-IDX)      TO ARD-AMOUNT
047620     WRITE PAYROLL-REGISTER-RECORD FROM WS-ARREARS-LINE
047630     ADD 1 TO WS-LINE-COUNT.
047640 5060-EXIT.
047650     EXIT.
047660
047670*-----------------------------------------------------------*
047680* 5070-WRITE-SUPP-LINE - ONE LINE PER SUPPLEMENTAL EARNING   *
047690* PAID TO THE EMPLOYEE ON THE REGISTER                       *
047700*-----------------------------------------------------------*
047710 5070-WRITE-SUPP-LINE.
047720     IF SPT-ID-NUMERIC(SUPP-IDX) NOT = ID-NUMERIC
047730         GO TO 5070-EXIT
047740     END-IF
047750     PERFORM 5075-SET-SUPP-LABEL THRU 5075-EXIT
047760     MOVE SUPP-LABEL              TO SPY-LABEL
047770     MOVE SPT-AMOUNT(SUPP-IDX)    TO SPY-AMOUNT
047780     MOVE SPT-DEPT-CODE(SUPP-IDX) TO SPY-DEPT
047790     IF SPY-DEPT = SPACES
047800         MOVE DEPT-CODE-ALPHA TO SPY-DEPT
047810     END-IF
047820     MOVE SPT-REASON(SUPP-IDX)    TO SPY-REASON
047830     WRITE PAYROLL-REGISTER-RECORD FROM WS-SUPP-PAY-LINE
047840     ADD 1 TO WS-LINE-COUNT.
047850 5070-EXIT.
047860     EXIT.
047870
047880*-----------------------------------------------------------*
047890* 5075-SET-SUPP-LABEL                                        *
047900*-----------------------------------------------------------*
047910 5075-SET-SUPP-LABEL.
047920     IF SPT-EARN-BONUS(SUPP-IDX)
047930         MOVE "BONUS" TO SUPP-LABEL
047940     ELSE
047950         IF SPT-EARN-COMMISSION(SUPP-IDX)
047960             MOVE "COMMISSION" TO SUPP-LABEL
047970         ELSE
047980             IF SPT-EARN-MISSED-PAY(SUPP-IDX)
047990                 MOVE "MISSED PAY CORRECTION" TO SUPP-LABEL
048000             ELSE
048010                 MOVE "OTHER SUPPLEMENTAL" TO SUPP-LABEL
048020             END-IF
048030         END-IF
048040     END-IF.
048050 5075-EXIT.
048060     EXIT.
048070
048080*-----------------------------------------------------------*
048090* 5100-WRITE-LABOR-LINES - ONE LINE PER DEPARTMENT WORKED BY *
048100* THE CURRENT HOURLY EMPLOYEE                                *
048110*-----------------------------------------------------------*
048120 5100-WRITE-LABOR-LINES.
048130     PERFORM 5110-WRITE-ONE-LABOR-LINE THRU 5110-EXIT
048140         VARYING WRK-DEPT-IDX FROM 1 BY 1
048150         UNTIL WRK-DEPT-IDX > WRK-DEPT-COUNT.
048160 5100-EXIT.
048170     EXIT.
048180
048190*-----------------------------------------------------------*
048200* 5110-WRITE-ONE-LABOR-LINE                                  *
048210*-----------------------------------------------------------*
048220 5110-WRITE-ONE-LABOR-LINE.
048230     MOVE ID-NUMERIC TO LDL-ID
048240     MOVE NAME-ALPHA TO LDL-NAME
048250     MOVE WD-DEPT-CODE(WRK-DEPT-IDX) TO LDL-DEPT
048260     MOVE WD-REG-HOURS(WRK-DEPT-IDX) TO LDL-REG-HOURS
048270     MOVE WD-OT-HOURS(WRK-DEPT-IDX)  TO LDL-OT-HOURS
048280     COMPUTE LDL-GROSS = WD-GROSS(WRK-DEPT-IDX)
048290         + WD-SHIFT-PREM(WRK-DEPT-IDX)
048300     WRITE LABOR-DIST-RECORD FROM WS-LABOR-LINE.
048310 5110-EXIT.
048320     EXIT.
048330
048340*-----------------------------------------------------------*
048350* 6000-WRITE-TOTALS                                          *
048360*-----------------------------------------------------------*
048370 6000-WRITE-TOTALS.
048380     IF WS-RESUME-MODE
048390         WRITE PAYROLL-REGISTER-RECORD FROM WS-RESUME-NOTICE-LINE
048400     END-IF
048410     IF TRIAL-RUN
048420         WRITE PAYROLL-REGISTER-RECORD FROM WS-TRIAL-NOTICE-LINE
048430     END-IF
048440     MOVE WS-TOTAL-GROSS  TO TL-GROSS
048450     MOVE WS-TOTAL-TAX    TO TL-TAX
048460     MOVE WS-TOTAL-NET    TO TL-NET
048470     WRITE PAYROLL-REGISTER-RECORD FROM WS-TOTAL-LINE
048480     MOVE WS-TOTAL-VOLDED TO VDT-AMOUNT
048490     WRITE PAYROLL-REGISTER-RECORD FROM WS-VOLDED-TOTAL-LINE.
048500 6000-EXIT.
048510     EXIT.
048520
048530*-----------------------------------------------------------*
048540* 6500-CHECK-ORPHAN-TIMECARDS                                *
048550*-----------------------------------------------------------*
048560 6500-CHECK-ORPHAN-TIMECARDS.
048570     PERFORM 6510-WRITE-ORPHAN-LINE THRU 6510-EXIT
048580         VARYING TCRD-IDX FROM 1 BY 1
048590         UNTIL TCRD-IDX > TCRD-COUNT.
048600 6500-EXIT.
048610     EXIT.
048620
048630*-----------------------------------------------------------*
048640* 6510-WRITE-ORPHAN-LINE                                     *
048650*-----------------------------------------------------------*
048660 6510-WRITE-ORPHAN-LINE.
048670     IF NOT TT-MATCHED(TCRD-IDX)
048680         MOVE TT-WEEK-ENDING(TCRD-IDX)   TO OTL-WEEK-ENDING
048690         MOVE TT-ID-NUMERIC(TCRD-IDX)    TO OTL-ID
048700         MOVE TT-HOURS-NUMERIC(TCRD-IDX) TO OTL-HOURS
048710         WRITE EXCEPTION-LISTING-RECORD
048720             FROM WS-ORPHAN-TIMECARD-LINE
048730         ADD 1 TO WS-EXCEPTION-COUNT
048740     END-IF.
048750 6510-EXIT.
048760     EXIT.
048770
048780*-----------------------------------------------------------*
048790* 6520-CHECK-UNPAID-SUPPLEMENTAL - SUPPLEMENTAL LINES WHOSE  *
048800* EMPLOYEE IS NOT ON THE MASTER WERE NOT PAID                *
048810*-----------------------------------------------------------*
048820 6520-CHECK-UNPAID-SUPPLEMENTAL.
048830     PERFORM 6530-WRITE-UNPAID-SUPP THRU 6530-EXIT
048840         VARYING SUPP-IDX FROM 1 BY 1
048850         UNTIL SUPP-IDX > SUPP-COUNT.
048860 6520-EXIT.
048870     EXIT.
048880
048890*-----------------------------------------------------------*
048900* 6530-WRITE-UNPAID-SUPP                                     *
048910*-----------------------------------------------------------*
048920 6530-WRITE-UNPAID-SUPP.
048930     IF NOT SPT-MATCHED(SUPP-IDX)
048940         MOVE SPT-ID-NUMERIC(SUPP-IDX) TO SRL-ID
048950         MOVE SPT-EARN-TYPE(SUPP-IDX)  TO SRL-EARN-TYPE
048960         MOVE SPT-AMOUNT(SUPP-IDX)     TO SRL-AMOUNT
048970         MOVE "NO EMPLOYEE MASTER RECORD - NOT PAID"
048980             TO SRL-REASON
048990         WRITE EXCEPTION-LISTING-RECORD FROM WS-SUPP-REJECT-LINE
049000         ADD 1 TO WS-EXCEPTION-COUNT
049010     END-IF.
049020 6530-EXIT.
049030     EXIT.
049040
049050*-----------------------------------------------------------*
049060* 6700-PROCESS-ADJUSTMENTS - OFF-CYCLE VOIDS BACK A PRIOR    *
049070* PAYMENT OUT OF YTD-MASTER, REVERSE IT ON THE ACH EXTRACT,  *
049080* AND PRINT THEIR OWN REGISTER SECTION                       *
049090*-----------------------------------------------------------*
049100 6700-PROCESS-ADJUSTMENTS.
049110     OPEN INPUT ADJUST-TRANS
049120     IF WS-ADJTRAN-FILE-MISSING
049130         GO TO 6700-EXIT
049140     END-IF
049150     IF NOT WS-ADJTRAN-OK
049160         DISPLAY "ERROR OPENING ADJUST-TRANS, STATUS = "
049170             WS-ADJTRAN-STATUS
049180         GO TO 6700-EXIT
049190     END-IF
049200
049210     WRITE PAYROLL-REGISTER-RECORD FROM WS-ADJ-HEADING
049220     PERFORM 6710-APPLY-ADJUSTMENT THRU 6710-EXIT
049230         UNTIL WS-ADJ-AT-END
049240     CLOSE ADJUST-TRANS
049250
049260     MOVE ADJ-COUNT    TO AJT-COUNT
049270     MOVE WS-ADJ-GROSS TO AJT-GROSS
049280     MOVE WS-ADJ-TAX   TO AJT-TAX
049290     MOVE WS-ADJ-NET   TO AJT-NET
049300     WRITE PAYROLL-REGISTER-RECORD FROM WS-ADJ-TOTAL-LINE.
049310 6700-EXIT.
049320     EXIT.
049330
049340*-----------------------------------------------------------*
049350* 6710-APPLY-ADJUSTMENT                                      *
049360*-----------------------------------------------------------*
049370 6710-APPLY-ADJUSTMENT.
049380     READ ADJUST-TRANS
049390         AT END
049400             MOVE "Y" TO WS-ADJ-EOF-SWITCH
049410             GO TO 6710-EXIT
049420     END-READ
049430
049440     IF NOT AJ-ACTION-VOID
049450         MOVE "INVALID ADJUSTMENT ACTION CODE"
049460             TO WS-ADJ-REJECT-REASON
049470         PERFORM 6730-WRITE-ADJ-REJECT THRU 6730-EXIT
049480         GO TO 6710-EXIT
049490     END-IF
049500
049510     MOVE ZERO TO VOID-401K-NUM
049520     MOVE ZERO TO VOID-S125-NUM
049530     IF AJ-PRETAX-401K IS NUMERIC
049540         MOVE AJ-PRETAX-401K TO VOID-401K-NUM
049550     END-IF
049560     IF AJ-PRETAX-S125 IS NUMERIC
049570         MOVE AJ-PRETAX-S125 TO VOID-S125-NUM
049580     END-IF
049590     PERFORM 6715-SET-VOID-TAX-SPLIT THRU 6715-EXIT
049600     IF VOID-FEDERAL-NUM + VOID-FICA-NUM > AJ-TAX-AMOUNT
049610         MOVE "VOID TAX SPLIT EXCEEDS TAX AMOUNT"
049620             TO WS-ADJ-REJECT-REASON
049630         PERFORM 6730-WRITE-ADJ-REJECT THRU 6730-EXIT
049640         GO TO 6710-EXIT
049650     END-IF
049660
049670     IF AJ-TAX-AMOUNT + AJ-NET-AMOUNT + VOID-401K-NUM
049680         + VOID-S125-NUM > AJ-GROSS-AMOUNT
049690         MOVE "VOID AMOUNTS INCONSISTENT"
049700             TO WS-ADJ-REJECT-REASON
049710         PERFORM 6730-WRITE-ADJ-REJECT THRU 6730-EXIT
049720         GO TO 6710-EXIT
049730     END-IF
049740
049750     PERFORM 6720-BACKOUT-YTD THRU 6720-EXIT
049760     IF VOID-APPLIED
049770         ADD 1 TO ADJ-COUNT
049780         ADD AJ-GROSS-AMOUNT TO WS-ADJ-GROSS
049790         ADD AJ-TAX-AMOUNT   TO WS-ADJ-TAX
049800         ADD AJ-NET-AMOUNT   TO WS-ADJ-NET
049810         COMPUTE WS-ADJ-OTHER = WS-ADJ-OTHER
049820             + AJ-GROSS-AMOUNT - AJ-TAX-AMOUNT
049830             - AJ-NET-AMOUNT
049840         ADD VOID-FEDERAL-NUM TO WS-ADJ-FEDERAL
049850         ADD VOID-FICA-NUM    TO WS-ADJ-FICA
049860         ADD VOID-ER-FICA-NUM TO WS-ADJ-ER-FICA
049870         ADD VOID-FUTA-NUM    TO WS-ADJ-FUTA
049880         ADD VOID-SUTA-NUM    TO WS-ADJ-SUTA
049890         IF NOT VOID-TAX-SPLIT-GIVEN
049900             AND AJ-TAX-AMOUNT > ZERO
049910             DISPLAY "VOID FOR EMPLOYEE " AJ-ID-NUMERIC
049920                 " HAS NO FEDERAL/FICA SPLIT - TAX DEPOSIT "
049930                 "LIABILITY NOT REDUCED"
049940         END-IF
049950         IF AJ-CHECK-NUMBER IS NUMERIC
049960             AND AJ-CHECK-NUMBER > ZERO
049970             MOVE "V"             TO IC-RECORD-TYPE
049980             MOVE AJ-CHECK-NUMBER TO IC-CHECK-NUMBER
049990             MOVE AJ-ORIG-DATE    TO IC-ISSUE-DATE
050000             MOVE AJ-ID-NUMERIC   TO IC-ID-NUMERIC
050010             MOVE AJ-NET-AMOUNT   TO IC-AMOUNT
050020             WRITE ISSUED-CHECKS-RECORD
050030         ELSE
050040             MOVE AJ-ID-NUMERIC TO BNK-SEARCH-ID
050050             MOVE AJ-NAME-ALPHA TO ACH-ENTRY-NAME
050060             PERFORM 8200-FIND-BANK-ACCOUNTS THRU 8200-EXIT
050070             IF EMP-BNK-IDX-1 > ZERO
050080                 MOVE EMP-BNK-IDX-1 TO BNK-IDX
050090                 MOVE AJ-NET-AMOUNT TO ACH-ENTRY-AMOUNT
050100                 MOVE "D"           TO ACH-ENTRY-DC-FLAG
050110                 PERFORM 5750-WRITE-NACHA-ENTRY THRU 5750-EXIT
050120             ELSE
050130                 DISPLAY "VOID FOR EMPLOYEE " AJ-ID-NUMERIC
050140                     " HAS NO BANK ACCOUNT ON FILE - REVERSE "
050150                     "THE DEPOSIT WITH THE BANK MANUALLY"
050160             END-IF
050170         END-IF
050180         PERFORM 7450-WRITE-VOID-HISTORY THRU 7450-EXIT
050190         MOVE AJ-ID-NUMERIC    TO AJL-ID
050200         MOVE AJ-NAME-ALPHA    TO AJL-NAME
050210         MOVE AJ-ORIG-DATE     TO AJL-ORIG-DATE
050220         MOVE AJ-GROSS-AMOUNT  TO AJL-GROSS
050230         MOVE AJ-TAX-AMOUNT    TO AJL-TAX
050240         MOVE AJ-NET-AMOUNT    TO AJL-NET
050250         MOVE AJ-REASON        TO AJL-REASON
050260         WRITE PAYROLL-REGISTER-RECORD FROM WS-ADJ-LINE
050270     ELSE
050280         PERFORM 6730-WRITE-ADJ-REJECT THRU 6730-EXIT
050290     END-IF.
050300 6710-EXIT.
050310     EXIT.
050320
050330*-----------------------------------------------------------*
050340* 6715-SET-VOID-TAX-SPLIT - THE ORIGINAL PAYMENT'S FEDERAL  *
050350* AND EMPLOYEE FICA (THE REST OF THE VOIDED TAX IS STATE);  *
050360* EMPLOYER FICA DEFAULTS TO THE EMPLOYEE FICA IT MATCHES,   *
050370* FUTA AND SUTA TO ZERO                                     *
050380*-----------------------------------------------------------*
050390 6715-SET-VOID-TAX-SPLIT.
050400     MOVE "N"  TO VOID-TAX-SPLIT-SWITCH
050410     MOVE ZERO TO VOID-FEDERAL-NUM
050420     MOVE ZERO TO VOID-FICA-NUM
050430     MOVE ZERO TO VOID-ER-FICA-NUM
050440     MOVE ZERO TO VOID-FUTA-NUM
050450     MOVE ZERO TO VOID-SUTA-NUM
050460     IF AJ-FEDERAL-AMOUNT IS NUMERIC
050470         MOVE AJ-FEDERAL-AMOUNT TO VOID-FEDERAL-NUM
050480         MOVE "Y" TO VOID-TAX-SPLIT-SWITCH
050490     END-IF
050500     IF AJ-FICA-AMOUNT IS NUMERIC
050510         MOVE AJ-FICA-AMOUNT TO VOID-FICA-NUM
050520         MOVE "Y" TO VOID-TAX-SPLIT-SWITCH
050530     END-IF
050540     IF AJ-ER-FICA-AMOUNT IS NUMERIC
050550         MOVE AJ-ER-FICA-AMOUNT TO VOID-ER-FICA-NUM
050560     ELSE
050570         MOVE VOID-FICA-NUM TO VOID-ER-FICA-NUM
050580     END-IF
050590     IF AJ-FUTA-AMOUNT IS NUMERIC
050600         MOVE AJ-FUTA-AMOUNT TO VOID-FUTA-NUM
050610     END-IF
050620     IF AJ-SUTA-AMOUNT IS NUMERIC
050630         MOVE AJ-SUTA-AMOUNT TO VOID-SUTA-NUM
050640     END-IF.
050650 6715-EXIT.
050660     EXIT.
050670
050680*-----------------------------------------------------------*
050690* 6720-BACKOUT-YTD                                           *
050700*-----------------------------------------------------------*
050710 6720-BACKOUT-YTD.
050720     MOVE "N" TO VOID-OK-SWITCH
050730     MOVE AJ-ID-NUMERIC TO YM-ID-NUMERIC
050740     READ YTD-MASTER
050750         INVALID KEY
050760             MOVE "NO YTD RECORD FOR THIS EMPLOYEE"
050770                 TO WS-ADJ-REJECT-REASON
050780             GO TO 6720-EXIT
050790     END-READ
050800     PERFORM 2760-CONVERT-YTD-BUCKETS THRU 2760-EXIT
050810     COMPUTE VOID-FED-WAGES-NUM = AJ-GROSS-AMOUNT
050820         - VOID-401K-NUM - VOID-S125-NUM
050830     COMPUTE VOID-FICA-WAGES-NUM = AJ-GROSS-AMOUNT - VOID-S125-NUM
050840
050850     IF AJ-GROSS-AMOUNT > YM-YTD-GROSS
050860         OR AJ-TAX-AMOUNT > YM-YTD-TAX
050870         OR AJ-NET-AMOUNT > YM-YTD-NET
050880         OR VOID-FED-WAGES-NUM > YM-YTD-FED-WAGES
050890         OR VOID-FICA-WAGES-NUM > YM-YTD-FICA-WAGES
050900         OR VOID-401K-NUM > YM-YTD-401K
050910         OR VOID-S125-NUM > YM-YTD-S125
050920         MOVE "VOID EXCEEDS YTD TOTALS"
050930             TO WS-ADJ-REJECT-REASON
050940         GO TO 6720-EXIT
050950     END-IF
050960
050970     SUBTRACT AJ-GROSS-AMOUNT FROM YM-YTD-GROSS
050980     SUBTRACT AJ-TAX-AMOUNT   FROM YM-YTD-TAX
050990     SUBTRACT AJ-NET-AMOUNT   FROM YM-YTD-NET
051000     SUBTRACT VOID-FED-WAGES-NUM  FROM YM-YTD-FED-WAGES
051010     SUBTRACT VOID-FICA-WAGES-NUM FROM YM-YTD-FICA-WAGES
051020     SUBTRACT VOID-401K-NUM       FROM YM-YTD-401K
051030     SUBTRACT VOID-S125-NUM       FROM YM-YTD-S125
051040     REWRITE YTD-MASTER-RECORD
051050     MOVE "Y" TO VOID-OK-SWITCH.
051060 6720-EXIT.
051070     EXIT.
051080
051090*-----------------------------------------------------------*
051100* 6730-WRITE-ADJ-REJECT                                      *
051110*-----------------------------------------------------------*
051120 6730-WRITE-ADJ-REJECT.
051130     MOVE AJ-ID-NUMERIC       TO ARL-ID
051140     MOVE WS-ADJ-REJECT-REASON TO ARL-REASON
051150     WRITE EXCEPTION-LISTING-RECORD FROM WS-ADJ-REJECT-LINE
051160     ADD 1 TO WS-EXCEPTION-COUNT.
051170 6730-EXIT.
051180     EXIT.
051190
051200*-----------------------------------------------------------*
051210* 6800-PROCESS-PTO-PAYOUTS - TERMINATION PAYOUTS STAGED BY   *
051220* EmployeeMaintenance PAY THE REMAINING VACATION BALANCE AT  *
051230* STRAIGHT RATE ON A FINAL CHECK OR DEPOSIT, RUN THROUGH THE *
051240* SAME TAX, YTD, REGISTER, AND GL PATH AS A NORMAL PAYMENT;  *
051250* THE PAYOUT FILE IS EMPTIED ONCE PROCESSED                  *
051260*-----------------------------------------------------------*
051270 6800-PROCESS-PTO-PAYOUTS.
051280     OPEN INPUT PTO-PAYOUT
051290     IF WS-PTOPAY-FILE-MISSING
051300         GO TO 6800-EXIT
051310     END-IF
051320     IF NOT WS-PTOPAY-OK
051330         DISPLAY "ERROR OPENING PTO-PAYOUT, STATUS = "
051340             WS-PTOPAY-STATUS
051350         GO TO 6800-EXIT
051360     END-IF
051370
051380     WRITE PAYROLL-REGISTER-RECORD FROM WS-PAYOUT-HEADING
051390     PERFORM 6810-APPLY-ONE-PAYOUT THRU 6810-EXIT
051400         UNTIL WS-PTOPAY-EOF
051410     CLOSE PTO-PAYOUT
051420     IF PAYOUT-COUNT > ZERO
051430         AND NOT TRIAL-RUN
051440         OPEN OUTPUT PTO-PAYOUT
051450         CLOSE PTO-PAYOUT
051460     END-IF.
051470 6800-EXIT.
051480     EXIT.
051490
051500*-----------------------------------------------------------*
051510* 6810-APPLY-ONE-PAYOUT                                      *
051520*-----------------------------------------------------------*
051530 6810-APPLY-ONE-PAYOUT.
051540     READ PTO-PAYOUT
051550         AT END
051560             MOVE "10" TO WS-PTOPAY-STATUS
051570             GO TO 6810-EXIT
051580     END-READ
051590
051600     COMPUTE PAYOUT-GROSS-NUM =
051610         PP-PAYOUT-HOURS * PP-RATE-NUMERIC
051620     IF PAYOUT-GROSS-NUM = ZERO
051630         GO TO 6810-EXIT
051640     END-IF
051650
051660     MOVE PP-ID-NUMERIC    TO ID-NUMERIC
051670     MOVE PP-NAME-ALPHA    TO NAME-ALPHA
051680     MOVE PP-RATE-NUMERIC  TO RATE-NUMERIC
051690     MOVE PP-FEDERAL-PRCNT TO FEDERAL-PRCNT-NUM
051700     MOVE PP-STATE-PRCNT   TO STATE-PRCNT-NUM
051710     MOVE PP-FICA-PRCNT    TO FICA-PRCNT-NUM
051720     MOVE PP-DEPT-CODE     TO DEPT-CODE-ALPHA
051730     MOVE PP-PAY-METHOD    TO PAY-METHOD-SWITCH
051740     MOVE RUN-CYCLE-CODE   TO PAY-FREQUENCY-CODE
051750     MOVE PP-FILING-STATUS TO FILING-STATUS-CODE
051760     MOVE PP-STATE-FILING-STATUS TO STATE-FILING-STATUS-CODE
051770     IF PP-DEPENDENTS-CREDIT IS NUMERIC
051780         MOVE PP-DEPENDENTS-CREDIT TO DEPENDENTS-CREDIT-NUM
051790     ELSE
051800         MOVE ZERO TO DEPENDENTS-CREDIT-NUM
051810     END-IF
051820     IF PP-FED-EXTRA-WH IS NUMERIC
051830         MOVE PP-FED-EXTRA-WH TO FED-EXTRA-WH-NUM
051840     ELSE
051850         MOVE ZERO TO FED-EXTRA-WH-NUM
051860     END-IF
051870     IF PP-STATE-EXTRA-WH IS NUMERIC
051880         MOVE PP-STATE-EXTRA-WH TO STATE-EXTRA-WH-NUM
051890     ELSE
051900         MOVE ZERO TO STATE-EXTRA-WH-NUM
051910     END-IF
051920     MOVE "H"              TO EMP-TYPE-SWITCH
051930     MOVE PP-PAYOUT-HOURS  TO HOURS-NUMERIC
051940     MOVE PAYOUT-GROSS-NUM TO TOTALOWED-NUM
051950     MOVE PAYOUT-GROSS-NUM TO REGULAR-PAY-NUM
051960     MOVE PP-PAYOUT-HOURS  TO REGULAR-HOURS-NUM
051970     MOVE ZERO TO OVERTIME-HOURS-NUM
051980     MOVE ZERO TO OVERTIME-PAY-NUM
051990     MOVE ZERO TO SHIFT-PREM-PAY-NUM
052000     MOVE ZERO TO VACATION-PAY-NUM
052010     MOVE ZERO TO SICK-PAY-NUM
052020     MOVE ZERO TO HOLIDAY-PAY-NUM
052030     MOVE 1 TO WRK-DEPT-COUNT
052040     MOVE PP-DEPT-CODE     TO WD-DEPT-CODE(1)
052050     MOVE PP-PAYOUT-HOURS  TO WD-REG-HOURS(1)
052060     MOVE ZERO             TO WD-OT-HOURS(1)
052070     MOVE ZERO             TO WD-SHIFT-PREM(1)
052080     MOVE PAYOUT-GROSS-NUM TO WD-GROSS(1)
052090
052100     PERFORM 2750-READ-YTD-MASTER THRU 2750-EXIT
052110     MOVE ZERO TO PRETAX-401K-NUM
052120     MOVE ZERO TO PRETAX-S125-NUM
052130     PERFORM 2785-SET-TAXABLE-WAGES THRU 2785-EXIT
052140     PERFORM 2800-COMPUTE-DEDUCTIONS THRU 2800-EXIT
052150     PERFORM 2820-COMPUTE-EMPLOYER-TAX THRU 2820-EXIT
052160     MOVE ZERO TO VOLDED-TOTAL-NUM
052170     MOVE ZERO TO EMP-DED-COUNT
052180     MOVE ZERO TO EMP-ARR-COUNT
052190     MOVE ZERO TO EMP-ARR-TOTAL-NUM
052200     COMPUTE NETPAY-NUM = TOTALOWED-NUM - TAXVALUE-NUM
052210
052220     PERFORM 2900-UPDATE-YTD-MASTER THRU 2900-EXIT
052230     PERFORM 5000-WRITE-DETAIL-LINE THRU 5000-EXIT
052240     IF NOT TRIAL-RUN
052250         PERFORM 5900-WRITE-EARNINGS-STMT THRU 5900-EXIT
052260         IF EMPLOYEE-PAID-BY-CHECK
052270             PERFORM 5800-WRITE-CHECK THRU 5800-EXIT
052280         ELSE
052290             PERFORM 5700-WRITE-ACH-RECORD THRU 5700-EXIT
052300         END-IF
052310         MOVE "T" TO HIST-RECORD-TYPE
052320         PERFORM 7400-WRITE-PAY-HISTORY THRU 7400-EXIT
052330     END-IF
052340     PERFORM 2950-ACCUMULATE-DEPT-TOTALS THRU 2950-EXIT
052350     PERFORM 5100-WRITE-LABOR-LINES THRU 5100-EXIT
052360     ADD 1 TO WS-EMPLOYEES-PAID
052370     ADD 1 TO PAYOUT-COUNT
052380
052390     MOVE PP-ID-NUMERIC TO PTO-SEARCH-ID
052400     PERFORM 8400-FIND-PTO-ENTRY THRU 8400-EXIT
052410     IF PTO-IDX > ZERO
052420         MOVE ZERO TO PTB-VAC-BALANCE(PTO-IDX)
052430     END-IF.
052440 6810-EXIT.
052450     EXIT.
052460*-----------------------------------------------------------*
052470* 6850-PROCESS-RETRO-PAY - RETRO PAY STAGED BY               *
052480* EmployeeMaintenance FOR A BACK-DATED RAISE IS PAID AS ITS  *
052490* OWN PAYMENT THROUGH THE SAME TAX, YTD, REGISTER, AND GL    *
052500* PATH AS A PTO PAYOUT, WITH GROSS CHARGED TO THE            *
052510* DEPARTMENTS THE ORIGINAL PERIODS WERE CHARGED TO; THE      *
052520* RETRO FILE IS EMPTIED ONCE PROCESSED                       *
052530*-----------------------------------------------------------*
052540 6850-PROCESS-RETRO-PAY.
052550     OPEN INPUT RETRO-PAY
052560     IF WS-RETROPAY-FILE-MISSING
052570         GO TO 6850-EXIT
052580     END-IF
052590     IF NOT WS-RETROPAY-OK
052600         DISPLAY "ERROR OPENING RETRO-PAY, STATUS = "
052610             WS-RETROPAY-STATUS
052620         GO TO 6850-EXIT
052630     END-IF
052640
052650     WRITE PAYROLL-REGISTER-RECORD FROM WS-RETRO-HEADING
052660     PERFORM 6860-APPLY-ONE-RETRO THRU 6860-EXIT
052670         UNTIL WS-RETROPAY-EOF
052680     CLOSE RETRO-PAY
052690     MOVE ZERO TO RETRO-PAY-NUM
052700     MOVE ZERO TO RETRO-EFFECTIVE-DATE
052710     IF RETRO-COUNT > ZERO
052720         AND NOT TRIAL-RUN
052730         OPEN OUTPUT RETRO-PAY
052740         CLOSE RETRO-PAY
052750     END-IF.
052760 6850-EXIT.
052770     EXIT.
052780
052790*-----------------------------------------------------------*
052800* 6860-APPLY-ONE-RETRO                                       *
052810*-----------------------------------------------------------*
052820 6860-APPLY-ONE-RETRO.
052830     READ RETRO-PAY
052840         AT END
052850             MOVE "10" TO WS-RETROPAY-STATUS
052860             GO TO 6860-EXIT
052870     END-READ
052880
052890     IF RP-RETRO-AMOUNT IS NOT NUMERIC
052900         OR RP-RETRO-AMOUNT = ZERO
052910         GO TO 6860-EXIT
052920     END-IF
052930
052940     MOVE RP-ID-NUMERIC     TO ID-NUMERIC
052950     MOVE RP-NAME-ALPHA     TO NAME-ALPHA
052960     MOVE RP-RATE-NUMERIC   TO RATE-NUMERIC
052970     MOVE RP-FEDERAL-PRCNT  TO FEDERAL-PRCNT-NUM
052980     MOVE RP-STATE-PRCNT    TO STATE-PRCNT-NUM
052990     MOVE RP-FICA-PRCNT     TO FICA-PRCNT-NUM
053000     MOVE RP-DEPT-CODE      TO DEPT-CODE-ALPHA
053010     MOVE RP-PAY-METHOD     TO PAY-METHOD-SWITCH
053020     MOVE RUN-CYCLE-CODE    TO PAY-FREQUENCY-CODE
053030     MOVE RP-FILING-STATUS  TO FILING-STATUS-CODE
053040     MOVE RP-STATE-FILING-STATUS TO STATE-FILING-STATUS-CODE
053050     IF RP-DEPENDENTS-CREDIT IS NUMERIC
053060         MOVE RP-DEPENDENTS-CREDIT TO DEPENDENTS-CREDIT-NUM
053070     ELSE
053080         MOVE ZERO TO DEPENDENTS-CREDIT-NUM
053090     END-IF
053100     IF RP-FED-EXTRA-WH IS NUMERIC
053110         MOVE RP-FED-EXTRA-WH TO FED-EXTRA-WH-NUM
053120     ELSE
053130         MOVE ZERO TO FED-EXTRA-WH-NUM
053140     END-IF
053150     IF RP-STATE-EXTRA-WH IS NUMERIC
053160         MOVE RP-STATE-EXTRA-WH TO STATE-EXTRA-WH-NUM
053170     ELSE
053180         MOVE ZERO TO STATE-EXTRA-WH-NUM
053190     END-IF
053200     MOVE RP-EMP-TYPE       TO EMP-TYPE-SWITCH
053210     MOVE ZERO              TO HOURS-NUMERIC
053220     MOVE RP-RETRO-AMOUNT   TO TOTALOWED-NUM
053230     MOVE RP-RETRO-AMOUNT   TO RETRO-PAY-NUM
053240     MOVE RP-EFFECTIVE-DATE TO RETRO-EFFECTIVE-DATE
053250     MOVE ZERO TO REGULAR-PAY-NUM
053260     MOVE ZERO TO REGULAR-HOURS-NUM
053270     MOVE ZERO TO OVERTIME-HOURS-NUM
053280     MOVE ZERO TO OVERTIME-PAY-NUM
053290     MOVE ZERO TO SHIFT-PREM-PAY-NUM
053300     MOVE ZERO TO VACATION-PAY-NUM
053310     MOVE ZERO TO SICK-PAY-NUM
053320     MOVE ZERO TO HOLIDAY-PAY-NUM
053330
053340     MOVE ZERO TO WRK-DEPT-COUNT
053350     IF RP-DEPT-COUNT IS NUMERIC
053360         AND RP-DEPT-COUNT > ZERO
053370         MOVE RP-DEPT-COUNT TO WRK-DEPT-COUNT
053380         IF WRK-DEPT-COUNT > 10
053390             MOVE 10 TO WRK-DEPT-COUNT
053400         END-IF
053410         PERFORM 6870-MOVE-RETRO-DEPT THRU 6870-EXIT
053420             VARYING RETRO-IDX FROM 1 BY 1
053430             UNTIL RETRO-IDX > WRK-DEPT-COUNT
053440     ELSE
053450         MOVE 1 TO WRK-DEPT-COUNT
053460         MOVE RP-DEPT-CODE    TO WD-DEPT-CODE(1)
053470         MOVE ZERO            TO WD-REG-HOURS(1)
053480         MOVE ZERO            TO WD-OT-HOURS(1)
053490         MOVE ZERO            TO WD-SHIFT-PREM(1)
053500         MOVE RP-RETRO-AMOUNT TO WD-GROSS(1)
053510     END-IF
053520
053530     PERFORM 2750-READ-YTD-MASTER THRU 2750-EXIT
053540     MOVE ZERO TO PRETAX-401K-NUM
053550     MOVE ZERO TO PRETAX-S125-NUM
053560     PERFORM 2785-SET-TAXABLE-WAGES THRU 2785-EXIT
053570     PERFORM 2800-COMPUTE-DEDUCTIONS THRU 2800-EXIT
053580     PERFORM 2820-COMPUTE-EMPLOYER-TAX THRU 2820-EXIT
053590     MOVE ZERO TO VOLDED-TOTAL-NUM
053600     MOVE ZERO TO EMP-DED-COUNT
053610     MOVE ZERO TO EMP-ARR-COUNT
053620     MOVE ZERO TO EMP-ARR-TOTAL-NUM
053630     COMPUTE NETPAY-NUM = TOTALOWED-NUM - TAXVALUE-NUM
053640
053650     PERFORM 2900-UPDATE-YTD-MASTER THRU 2900-EXIT
053660     PERFORM 5000-WRITE-DETAIL-LINE THRU 5000-EXIT
053670     IF NOT TRIAL-RUN
053680         PERFORM 5900-WRITE-EARNINGS-STMT THRU 5900-EXIT
053690         IF EMPLOYEE-PAID-BY-CHECK
053700             PERFORM 5800-WRITE-CHECK THRU 5800-EXIT
053710         ELSE
053720             PERFORM 5700-WRITE-ACH-RECORD THRU 5700-EXIT
053730         END-IF
053740         MOVE "R" TO HIST-RECORD-TYPE
053750         PERFORM 7400-WRITE-PAY-HISTORY THRU 7400-EXIT
053760     END-IF
053770     PERFORM 2950-ACCUMULATE-DEPT-TOTALS THRU 2950-EXIT
053780     PERFORM 5100-WRITE-LABOR-LINES THRU 5100-EXIT
053790     ADD 1 TO WS-EMPLOYEES-PAID
053800     ADD 1 TO RETRO-COUNT.
053810 6860-EXIT.
053820     EXIT.
053830
053840*-----------------------------------------------------------*
053850* 6870-MOVE-RETRO-DEPT                                       *
053860*-----------------------------------------------------------*
053870 6870-MOVE-RETRO-DEPT.
053880     MOVE RP-DPT-CODE(RETRO-IDX)   TO WD-DEPT-CODE(RETRO-IDX)
053890     MOVE ZERO                     TO WD-REG-HOURS(RETRO-IDX)
053900     MOVE ZERO                     TO WD-OT-HOURS(RETRO-IDX)
053910     MOVE ZERO                     TO WD-SHIFT-PREM(RETRO-IDX)
053920     MOVE RP-DPT-AMOUNT(RETRO-IDX) TO WD-GROSS(RETRO-IDX).
053930 6870-EXIT.
053940     EXIT.
053950
053960*-----------------------------------------------------------*
053970* 6880-PROCESS-REISSUES - DIRECT DEPOSITS THE BANK RETURNED  *
053980* ARE STAGED BY AchReturnProcessing AND REISSUED HERE BY     *
053990* CHECK FOR THE RETURNED NET; TAXES AND YTD STAND AS POSTED  *
054000* WITH THE ORIGINAL PAYMENT. THE FILE IS EMPTIED ONCE PAID   *
054010*-----------------------------------------------------------*
054020 6880-PROCESS-REISSUES.
054030     OPEN INPUT REISSUE-FILE
054040     IF WS-REISSUE-FILE-MISSING
054050         GO TO 6880-EXIT
054060     END-IF
054070     IF NOT WS-REISSUE-OK
054080         DISPLAY "ERROR OPENING REISSUE-FILE, STATUS = "
054090             WS-REISSUE-STATUS
054100         GO TO 6880-EXIT
054110     END-IF
054120
054130     WRITE PAYROLL-REGISTER-RECORD FROM WS-REISSUE-HEADING
054140     PERFORM 6890-ISSUE-ONE-REISSUE THRU 6890-EXIT
054150         UNTIL WS-REISSUE-EOF
054160     CLOSE REISSUE-FILE
054170     IF REISSUE-COUNT > ZERO
054180         AND NOT TRIAL-RUN
054190         OPEN OUTPUT REISSUE-FILE
054200         CLOSE REISSUE-FILE
054210     END-IF.
054220 6880-EXIT.
054230     EXIT.
054240
054250*-----------------------------------------------------------*
054260* 6890-ISSUE-ONE-REISSUE - THE STUB CARRIES THE NET ONLY; THE*
054270* HISTORY RECORD KEEPS THE RETURNED TRACE AND ORIGINAL DATE  *
054280*-----------------------------------------------------------*
054290 6890-ISSUE-ONE-REISSUE.
054300     READ REISSUE-FILE
054310         AT END
054320             MOVE "10" TO WS-REISSUE-STATUS
054330             GO TO 6890-EXIT
054340     END-READ
054350
054360     IF RI-AMOUNT IS NOT NUMERIC
054370         OR RI-AMOUNT = ZERO
054380         GO TO 6890-EXIT
054390     END-IF
054400
054410     MOVE RI-ID-NUMERIC   TO ID-NUMERIC
054420     MOVE RI-NAME-ALPHA   TO NAME-ALPHA
054430     MOVE RI-AMOUNT       TO NETPAY-NUM
054440     MOVE ZERO TO TOTALOWED-NUM
054450     MOVE ZERO TO OVERTIME-PAY-NUM
054460     MOVE ZERO TO SHIFT-PREM-PAY-NUM
054470     MOVE ZERO TO FEDERAL-VALUE-NUM
054480     MOVE ZERO TO STATE-VALUE-NUM
054490     MOVE ZERO TO FICA-VALUE-NUM
054500     MOVE ZERO TO VOLDED-TOTAL-NUM
054510     MOVE ZERO TO EMP-ARR-TOTAL-NUM
054520
054530     MOVE RI-ID-NUMERIC   TO RIL-ID
054540     MOVE RI-NAME-ALPHA   TO RIL-NAME
054550     MOVE RI-ORIG-DATE    TO RIL-ORIG-DATE
054560     MOVE RI-RETURN-CODE  TO RIL-RETURN-CODE
054570     MOVE RI-AMOUNT       TO RIL-AMOUNT
054580     MOVE ZERO            TO RIL-CHECK-NO
054590     IF NOT TRIAL-RUN
054600         PERFORM 5800-WRITE-CHECK THRU 5800-EXIT
054610         MOVE HIST-CHECK-NUMBER TO RIL-CHECK-NO
054620         PERFORM 7440-CLEAR-HIST-RECORD THRU 7440-EXIT
054630         MOVE RI-ID-NUMERIC   TO PH-ID-NUMERIC
054640         MOVE RI-NAME-ALPHA   TO PH-NAME-ALPHA
054650         MOVE "I"             TO PH-RECORD-TYPE
054660         MOVE RI-DEPT-CODE    TO PH-DEPT-CODE
054670         MOVE RI-ORIG-DATE    TO PH-ORIG-DATE
054680         MOVE RI-AMOUNT       TO PH-NET
054690         MOVE RI-TRACE-NUMBER TO HIST-TRACE-NUMBER(1)
054700         PERFORM 7460-FINISH-HIST-RECORD THRU 7460-EXIT
054710         ADD RI-AMOUNT TO WS-TOTAL-REISSUE
054720     END-IF
054730     WRITE PAYROLL-REGISTER-RECORD FROM WS-REISSUE-LINE
054740     ADD 1 TO REISSUE-COUNT.
054750 6890-EXIT.
054760     EXIT.
054770
054780*-----------------------------------------------------------*
054790* 7000-WRITE-DEPT-SUMMARY                                    *
054800*-----------------------------------------------------------*
054810 7000-WRITE-DEPT-SUMMARY.
054820     WRITE PAYROLL-REGISTER-RECORD FROM WS-DEPT-HEADING
054830     PERFORM 7010-WRITE-DEPT-LINE THRU 7010-EXIT
054840         VARYING DEPT-IDX FROM 1 BY 1
054850         UNTIL DEPT-IDX > DEPT-COUNT.
054860 7000-EXIT.
054870     EXIT.
054880
054890*-----------------------------------------------------------*
054900* 7010-WRITE-DEPT-LINE                                       *
054910*-----------------------------------------------------------*
054920 7010-WRITE-DEPT-LINE.
054930     MOVE DT-DEPT-CODE(DEPT-IDX)   TO DPL-DEPT-CODE
054940     MOVE DT-TOTAL-GROSS(DEPT-IDX) TO DPL-GROSS
054950     MOVE DT-TOTAL-NET(DEPT-IDX)   TO DPL-NET
054960     WRITE PAYROLL-REGISTER-RECORD FROM WS-DEPT-LINE.
054970 7010-EXIT.
054980     EXIT.
054990
055000*-----------------------------------------------------------*
055010* 7050-WRITE-LABOR-SUMMARY - DEPARTMENT TOTALS AT THE END OF *
055020* THE LABOR DISTRIBUTION REPORT (HOURLY LABOR ONLY)          *
055030*-----------------------------------------------------------*
055040 7050-WRITE-LABOR-SUMMARY.
055050     IF WS-RESUME-MODE
055060         WRITE LABOR-DIST-RECORD FROM WS-RESUME-NOTICE-LINE
055070     END-IF
055080     IF TRIAL-RUN
055090         WRITE LABOR-DIST-RECORD FROM WS-TRIAL-NOTICE-LINE
055100     END-IF
055110     WRITE LABOR-DIST-RECORD FROM WS-LABOR-TOTAL-HEADING
055120     PERFORM 7060-WRITE-LABOR-TOTAL-LINE THRU 7060-EXIT
055130         VARYING DEPT-IDX FROM 1 BY 1
055140         UNTIL DEPT-IDX > DEPT-COUNT.
055150 7050-EXIT.
055160     EXIT.
055170
055180*-----------------------------------------------------------*
055190* 7060-WRITE-LABOR-TOTAL-LINE                                *
055200*-----------------------------------------------------------*
055210 7060-WRITE-LABOR-TOTAL-LINE.
055220     IF DT-LABOR-GROSS(DEPT-IDX) > ZERO
055230         OR DT-REG-HOURS(DEPT-IDX) > ZERO
055240         OR DT-OT-HOURS(DEPT-IDX) > ZERO
055250         MOVE DT-DEPT-CODE(DEPT-IDX)   TO LDT-DEPT-CODE
055260         MOVE DT-REG-HOURS(DEPT-IDX)   TO LDT-REG-HOURS
055270         MOVE DT-OT-HOURS(DEPT-IDX)    TO LDT-OT-HOURS
055280         MOVE DT-LABOR-GROSS(DEPT-IDX) TO LDT-GROSS
055290         WRITE LABOR-DIST-RECORD FROM WS-LABOR-TOTAL-LINE
055300     END-IF.
055310 7060-EXIT.
055320     EXIT.
055330
055340*-----------------------------------------------------------*
055350* 7400-WRITE-PAY-HISTORY - ONE PAYMENT HISTORY RECORD FOR THE *
055360* PAYMENT JUST ISSUED: EARNINGS, TAXES, EACH DEDUCTION AND   *
055370* ARREARS TAKE, NET, AND THE CHECK OR TRACE NUMBERS; CALLER  *
055380* SETS HIST-RECORD-TYPE. A RETRO PAYMENT CARRIES ITS         *
055390* EFFECTIVE DATE IN PH-ORIG-DATE                             *
055400*-----------------------------------------------------------*
055410 7400-WRITE-PAY-HISTORY.
055420     PERFORM 7440-CLEAR-HIST-RECORD THRU 7440-EXIT
055430     MOVE ID-NUMERIC         TO PH-ID-NUMERIC
055440     MOVE NAME-ALPHA         TO PH-NAME-ALPHA
055450     MOVE HIST-RECORD-TYPE   TO PH-RECORD-TYPE
055460     MOVE DEPT-CODE-ALPHA    TO PH-DEPT-CODE
055470     MOVE HOURS-NUMERIC      TO PH-HOURS
055480     MOVE RATE-NUMERIC       TO PH-RATE
055490     MOVE REGULAR-HOURS-NUM  TO PH-REG-HOURS
055500     MOVE OVERTIME-HOURS-NUM TO PH-OT-HOURS
055510     MOVE REGULAR-PAY-NUM    TO PH-REGULAR-PAY
055520     MOVE OVERTIME-PAY-NUM   TO PH-OVERTIME-PAY
055530     MOVE SHIFT-PREM-PAY-NUM TO PH-SHIFT-PREM
055540     MOVE VACATION-PAY-NUM   TO PH-VACATION-PAY
055550     MOVE SICK-PAY-NUM       TO PH-SICK-PAY
055560     MOVE HOLIDAY-PAY-NUM    TO PH-HOLIDAY-PAY
055570     MOVE TOTALOWED-NUM      TO PH-GROSS
055580     MOVE FEDERAL-VALUE-NUM  TO PH-FEDERAL
055590     MOVE STATE-VALUE-NUM    TO PH-STATE
055600     MOVE FICA-VALUE-NUM     TO PH-FICA
055610     MOVE TAXVALUE-NUM       TO PH-TAX-TOTAL
055620     MOVE ER-FICA-VALUE-NUM  TO PH-ER-FICA
055630     MOVE FUTA-VALUE-NUM     TO PH-FUTA
055640     MOVE SUTA-VALUE-NUM     TO PH-SUTA
055650     MOVE FED-TAXABLE-NUM    TO PH-FED-WAGES
055660     MOVE FICA-TAXABLE-NUM   TO PH-FICA-WAGES
055670     MOVE PRETAX-401K-NUM    TO PH-PRETAX-401K
055680     MOVE PRETAX-S125-NUM    TO PH-PRETAX-S125
055690     MOVE VOLDED-TOTAL-NUM   TO PH-DED-TOTAL
055700     MOVE EMP-ARR-TOTAL-NUM  TO PH-ARR-TOTAL
055710     MOVE NETPAY-NUM         TO PH-NET
055720     MOVE YTD-GROSS-NUM      TO PH-YTD-GROSS
055730     MOVE YTD-TAX-NUM        TO PH-YTD-TAX
055740     MOVE YTD-NET-NUM        TO PH-YTD-NET
055750     MOVE RETRO-PAY-NUM      TO PH-RETRO-PAY
055760     MOVE SUPP-PAY-NUM       TO PH-SUPP-PAY
055770     MOVE RETRO-EFFECTIVE-DATE TO PH-ORIG-DATE
055780
055790     MOVE WRK-DEPT-COUNT TO PH-DEPT-COUNT
055800     PERFORM 7410-MOVE-HIST-DEPT THRU 7410-EXIT
055810         VARYING HIST-IDX FROM 1 BY 1
055820         UNTIL HIST-IDX > WRK-DEPT-COUNT
055830     PERFORM 7420-MOVE-HIST-DEDUCTION THRU 7420-EXIT
055840         VARYING EMP-DED-IDX FROM 1 BY 1
055850         UNTIL EMP-DED-IDX > EMP-DED-COUNT
055860     PERFORM 7430-MOVE-HIST-ARREARS THRU 7430-EXIT
055870         VARYING EMP-ARR-IDX FROM 1 BY 1
055880         UNTIL EMP-ARR-IDX > EMP-ARR-COUNT
055890     PERFORM 7460-FINISH-HIST-RECORD THRU 7460-EXIT.
055900 7400-EXIT.
055910     EXIT.
055920
055930*-----------------------------------------------------------*
055940* 7410-MOVE-HIST-DEPT                                        *
055950*-----------------------------------------------------------*
055960 7410-MOVE-HIST-DEPT.
055970     MOVE WD-DEPT-CODE(HIST-IDX)  TO PH-DPT-CODE(HIST-IDX)
055980     MOVE WD-REG-HOURS(HIST-IDX)  TO PH-DPT-REG-HOURS(HIST-IDX)
055990     MOVE WD-OT-HOURS(HIST-IDX)   TO PH-DPT-OT-HOURS(HIST-IDX)
056000     MOVE WD-GROSS(HIST-IDX)      TO PH-DPT-GROSS(HIST-IDX).
056010 7410-EXIT.
056020     EXIT.
056030
056040*-----------------------------------------------------------*
056050* 7420-MOVE-HIST-DEDUCTION                                   *
056060*-----------------------------------------------------------*
056070 7420-MOVE-HIST-DEDUCTION.
056080     ADD 1 TO PH-DED-COUNT
056090     MOVE PH-DED-COUNT TO HIST-IDX
056100     MOVE ED-DED-CODE(EMP-DED-IDX)    TO PH-DED-CODE(HIST-IDX)
056110     MOVE ED-VENDOR-NAME(EMP-DED-IDX) TO PH-DED-VENDOR(HIST-IDX)
056120     MOVE ED-AMOUNT(EMP-DED-IDX)      TO PH-DED-AMOUNT(HIST-IDX)
056130     IF ED-PRETAX(EMP-DED-IDX)
056140         MOVE "P" TO PH-DED-KIND(HIST-IDX)
056150     ELSE
056160         MOVE "D" TO PH-DED-KIND(HIST-IDX)
056170     END-IF.
056180 7420-EXIT.
056190     EXIT.
056200
056210*-----------------------------------------------------------*
056220* 7430-MOVE-HIST-ARREARS                                     *
056230*-----------------------------------------------------------*
056240 7430-MOVE-HIST-ARREARS.
056250     ADD 1 TO PH-DED-COUNT
056260     MOVE PH-DED-COUNT TO HIST-IDX
056270     MOVE EA-DED-CODE(EMP-ARR-IDX)    TO PH-DED-CODE(HIST-IDX)
056280     MOVE EA-VENDOR-NAME(EMP-ARR-IDX) TO PH-DED-VENDOR(HIST-IDX)
056290     MOVE EA-AMOUNT(EMP-ARR-IDX)      TO PH-DED-AMOUNT(HIST-IDX)
056300     MOVE "A" TO PH-DED-KIND(HIST-IDX).
056310 7430-EXIT.
056320     EXIT.
056330
056340*-----------------------------------------------------------*
056350* 7440-CLEAR-HIST-RECORD - SPACES, WITH EVERY AMOUNT AND      *
056360* TABLE ENTRY ZEROED                                         *
056370*-----------------------------------------------------------*
056380 7440-CLEAR-HIST-RECORD.
056390     MOVE SPACES TO PAY-HISTORY-RECORD
056400     MOVE WS-SYSTEM-DATE     TO PH-PAY-DATE
056410     MOVE WS-PERIOD-END-DATE TO PH-PERIOD-END
056420     MOVE RUN-CYCLE-CODE     TO PH-CYCLE-CODE
056430     MOVE ZERO TO PH-HOURS
056440     MOVE ZERO TO PH-RATE
056450     MOVE ZERO TO PH-REG-HOURS
056460     MOVE ZERO TO PH-OT-HOURS
056470     MOVE ZERO TO PH-REGULAR-PAY
056480     MOVE ZERO TO PH-OVERTIME-PAY
056490     MOVE ZERO TO PH-SHIFT-PREM
056500     MOVE ZERO TO PH-VACATION-PAY
056510     MOVE ZERO TO PH-SICK-PAY
056520     MOVE ZERO TO PH-HOLIDAY-PAY
056530     MOVE ZERO TO PH-GROSS
056540     MOVE ZERO TO PH-FEDERAL
056550     MOVE ZERO TO PH-STATE
056560     MOVE ZERO TO PH-FICA
056570     MOVE ZERO TO PH-TAX-TOTAL
056580     MOVE ZERO TO PH-ER-FICA
056590     MOVE ZERO TO PH-FUTA
056600     MOVE ZERO TO PH-SUTA
056610     MOVE ZERO TO PH-FED-WAGES
056620     MOVE ZERO TO PH-FICA-WAGES
056630     MOVE ZERO TO PH-PRETAX-401K
056640     MOVE ZERO TO PH-PRETAX-S125
056650     MOVE ZERO TO PH-DED-TOTAL
056660     MOVE ZERO TO PH-ARR-TOTAL
056670     MOVE ZERO TO PH-NET
056680     MOVE ZERO TO PH-YTD-GROSS
056690     MOVE ZERO TO PH-YTD-TAX
056700     MOVE ZERO TO PH-YTD-NET
056710     MOVE ZERO TO PH-ORIG-DATE
056720     MOVE ZERO TO PH-RETRO-PAY
056730     MOVE ZERO TO PH-SUPP-PAY
056740     MOVE ZERO TO PH-DEPT-COUNT
056750     MOVE ZERO TO PH-DED-COUNT
056760     PERFORM 7445-CLEAR-HIST-ENTRY THRU 7445-EXIT
056770         VARYING HIST-IDX FROM 1 BY 1
056780         UNTIL HIST-IDX > 20.
056790 7440-EXIT.
056800     EXIT.
056810
056820*-----------------------------------------------------------*
056830* 7445-CLEAR-HIST-ENTRY                                      *
056840*-----------------------------------------------------------*
056850 7445-CLEAR-HIST-ENTRY.
056860     MOVE ZERO TO PH-DED-AMOUNT(HIST-IDX)
056870     IF HIST-IDX NOT > 10
056880         MOVE ZERO TO PH-DPT-REG-HOURS(HIST-IDX)
056890         MOVE ZERO TO PH-DPT-OT-HOURS(HIST-IDX)
056900         MOVE ZERO TO PH-DPT-GROSS(HIST-IDX)
056910     END-IF
056920     IF HIST-IDX NOT > 2
056930         MOVE ZERO TO PH-DEPOSIT-AMOUNT(HIST-IDX)
056940     END-IF.
056950 7445-EXIT.
056960     EXIT.
056970
056980*-----------------------------------------------------------*
056990* 7450-WRITE-VOID-HISTORY - PAYMENT HISTORY RECORD FOR A VOID *
057000* JUST APPLIED; AMOUNTS ARE CARRIED POSITIVE AND THE YTD IS  *
057010* THE FIGURE AFTER THE BACKOUT                               *
057020*-----------------------------------------------------------*
057030 7450-WRITE-VOID-HISTORY.
057040     PERFORM 7440-CLEAR-HIST-RECORD THRU 7440-EXIT
057050     MOVE AJ-ID-NUMERIC       TO PH-ID-NUMERIC
057060     MOVE AJ-NAME-ALPHA       TO PH-NAME-ALPHA
057070     MOVE "V"                 TO PH-RECORD-TYPE
057080     MOVE AJ-ORIG-DATE        TO PH-ORIG-DATE
057090     MOVE AJ-GROSS-AMOUNT     TO PH-GROSS
057100     MOVE AJ-TAX-AMOUNT       TO PH-TAX-TOTAL
057110     MOVE AJ-NET-AMOUNT       TO PH-NET
057120     COMPUTE PH-DED-TOTAL = AJ-GROSS-AMOUNT - AJ-TAX-AMOUNT
057130         - AJ-NET-AMOUNT
057140     MOVE VOID-FED-WAGES-NUM  TO PH-FED-WAGES
057150     MOVE VOID-FICA-WAGES-NUM TO PH-FICA-WAGES
057160     MOVE VOID-401K-NUM       TO PH-PRETAX-401K
057170     MOVE VOID-S125-NUM       TO PH-PRETAX-S125
057180     IF VOID-TAX-SPLIT-GIVEN
057190         MOVE VOID-FEDERAL-NUM TO PH-FEDERAL
057200         MOVE VOID-FICA-NUM    TO PH-FICA
057210         COMPUTE PH-STATE = AJ-TAX-AMOUNT - VOID-FEDERAL-NUM
057220             - VOID-FICA-NUM
057230     END-IF
057240     MOVE VOID-ER-FICA-NUM    TO PH-ER-FICA
057250     MOVE VOID-FUTA-NUM       TO PH-FUTA
057260     MOVE VOID-SUTA-NUM       TO PH-SUTA
057270     MOVE YM-YTD-GROSS        TO PH-YTD-GROSS
057280     MOVE YM-YTD-TAX          TO PH-YTD-TAX
057290     MOVE YM-YTD-NET          TO PH-YTD-NET
057300     IF AJ-CHECK-NUMBER IS NUMERIC
057310         AND AJ-CHECK-NUMBER > ZERO
057320         MOVE AJ-CHECK-NUMBER TO HIST-CHECK-NUMBER
057330     END-IF
057340     PERFORM 7460-FINISH-HIST-RECORD THRU 7460-EXIT.
057350 7450-EXIT.
057360     EXIT.
057370
057380*-----------------------------------------------------------*
057390* 7460-FINISH-HIST-RECORD - CHECK NUMBER OR TRACE NUMBERS,   *
057400* THEN WRITE                                                 *
057410*-----------------------------------------------------------*
057420 7460-FINISH-HIST-RECORD.
057430     MOVE HIST-CHECK-NUMBER TO PH-CHECK-NUMBER
057440     IF HIST-CHECK-NUMBER > ZERO
057450         MOVE "C" TO PH-PAY-METHOD
057460     ELSE
057470         MOVE "A" TO PH-PAY-METHOD
057480     END-IF
057490     MOVE HIST-TRACE-NUMBER(1)   TO PH-TRACE-NUMBER(1)
057500     MOVE HIST-DEPOSIT-AMOUNT(1) TO PH-DEPOSIT-AMOUNT(1)
057510     MOVE HIST-TRACE-NUMBER(2)   TO PH-TRACE-NUMBER(2)
057520     MOVE HIST-DEPOSIT-AMOUNT(2) TO PH-DEPOSIT-AMOUNT(2)
057530     WRITE PAY-HISTORY-RECORD
057540     IF NOT WS-PAYHIST-OK
057550         DISPLAY "ERROR WRITING PAY-HISTORY FOR EMPLOYEE "
057560             PH-ID-NUMERIC ", STATUS = " WS-PAYHIST-STATUS
057570     END-IF
057580     PERFORM 7490-RESET-HIST-PAYMENT THRU 7490-EXIT.
057590 7460-EXIT.
057600     EXIT.
057610
057620*-----------------------------------------------------------*
057630* 7490-RESET-HIST-PAYMENT                                    *
057640*-----------------------------------------------------------*
057650 7490-RESET-HIST-PAYMENT.
057660     MOVE ZERO   TO HIST-CHECK-NUMBER
057670     MOVE ZERO   TO HIST-TRACE-COUNT
057680     MOVE SPACES TO HIST-TRACE-NUMBER(1)
057690     MOVE SPACES TO HIST-TRACE-NUMBER(2)
057700     MOVE ZERO   TO HIST-DEPOSIT-AMOUNT(1)
057710     MOVE ZERO   TO HIST-DEPOSIT-AMOUNT(2).
057720 7490-EXIT.
057730     EXIT.
057740
057750*-----------------------------------------------------------*
057760* 7500-WRITE-REMIT-REPORT - WHAT WE OWE EACH VENDOR/AGENCY   *
057770*-----------------------------------------------------------*
057780 7500-WRITE-REMIT-REPORT.
057790     MOVE WS-RUN-DATE-DISPLAY TO RMH-RUN-DATE
057800     WRITE REMITTANCE-REPORT-RECORD FROM WS-REMIT-HEADING
057810     IF WS-RESUME-MODE
057820         WRITE REMITTANCE-REPORT-RECORD
057830             FROM WS-RESUME-NOTICE-LINE
057840     END-IF
057850     PERFORM 7510-WRITE-REMIT-LINE THRU 7510-EXIT
057860         VARYING VEND-IDX FROM 1 BY 1
057870         UNTIL VEND-IDX > VEND-COUNT
057880     MOVE WS-TOTAL-VOLDED TO RMT-AMOUNT
057890     WRITE REMITTANCE-REPORT-RECORD FROM WS-REMIT-TOTAL-LINE.
057900 7500-EXIT.
057910     EXIT.
057920
057930*-----------------------------------------------------------*
057940* 7510-WRITE-REMIT-LINE                                      *
057950*-----------------------------------------------------------*
057960 7510-WRITE-REMIT-LINE.
057970     MOVE VT-DED-CODE(VEND-IDX)     TO RML-DED-CODE
057980     MOVE VT-VENDOR-NAME(VEND-IDX)  TO RML-VENDOR
057990     MOVE VT-TOTAL-AMOUNT(VEND-IDX) TO RML-AMOUNT
058000     WRITE REMITTANCE-REPORT-RECORD FROM WS-REMIT-LINE.
058010 7510-EXIT.
058020     EXIT.
058030
058040*-----------------------------------------------------------*
058050* 7700-WRITE-GL-POSTING - BALANCED JOURNAL ENTRIES: WAGE     *
058060* EXPENSE DEBITS BY DEPARTMENT, CREDITS FOR WITHHOLDING AND  *
058070* DEDUCTION LIABILITIES AND NET PAY CASH; NOTHING IS WRITTEN *
058080* UNLESS DEBITS EQUAL CREDITS                                *
058090*-----------------------------------------------------------*
058100 7700-WRITE-GL-POSTING.
058110     IF WS-RESUME-MODE
058120         DISPLAY "RESUMED RUN - GL TOTALS COVER ONLY THIS "
058130             "RUN'S EMPLOYEES - POSTING FILE NOT RELEASED - "
058140             "POST THE PERIOD MANUALLY"
058150         GO TO 7700-EXIT
058160     END-IF
058170     MOVE ZERO TO GL-DEBIT-TOTAL
058180     MOVE ZERO TO GL-CREDIT-TOTAL
058190     PERFORM 7705-SUM-DEPT-DEBIT THRU 7705-EXIT
058200         VARYING DEPT-IDX FROM 1 BY 1
058210         UNTIL DEPT-IDX > DEPT-COUNT
058220     COMPUTE GL-CREDIT-TOTAL = WS-TOTAL-FEDERAL
058230         + WS-TOTAL-STATE + WS-TOTAL-FICA + WS-TOTAL-NET
058240         + WS-TOTAL-ER-FICA + WS-TOTAL-FUTA + WS-TOTAL-SUTA
058250     COMPUTE GL-DEBIT-TOTAL = GL-DEBIT-TOTAL
058260         + WS-TOTAL-ER-FICA + WS-TOTAL-FUTA + WS-TOTAL-SUTA
058270     PERFORM 7706-SUM-VENDOR-CREDIT THRU 7706-EXIT
058280         VARYING VEND-IDX FROM 1 BY 1
058290         UNTIL VEND-IDX > VEND-COUNT
058300     COMPUTE GL-DEBIT-TOTAL = GL-DEBIT-TOTAL
058310         + WS-ADJ-NET + WS-ADJ-TAX + WS-ADJ-OTHER
058320     COMPUTE GL-CREDIT-TOTAL = GL-CREDIT-TOTAL
058330         + WS-ADJ-GROSS + WS-TOTAL-REISSUE
058340     COMPUTE GL-DEBIT-TOTAL = GL-DEBIT-TOTAL
058350         + WS-TOTAL-REISSUE
058360
058370     IF GL-DEBIT-TOTAL NOT = GL-CREDIT-TOTAL
058380         DISPLAY "GL POSTING OUT OF BALANCE - DEBITS "
058390             GL-DEBIT-TOTAL " CREDITS " GL-CREDIT-TOTAL
058400             " - POSTING FILE NOT RELEASED"
058410         GO TO 7700-EXIT
058420     END-IF
058430
058440     PERFORM 7710-WRITE-GL-DEPT-DEBIT THRU 7710-EXIT
058450         VARYING DEPT-IDX FROM 1 BY 1
058460         UNTIL DEPT-IDX > DEPT-COUNT
058470
058480     MOVE GL-ACCT-FED-WH         TO GLL-ACCOUNT
058490     MOVE SPACES                 TO GLL-COST-CENTER
058500     MOVE "FEDERAL W/H PAYABLE"  TO GLL-DESC
058510     MOVE ZERO                   TO GLL-DEBIT
058520     MOVE WS-TOTAL-FEDERAL       TO GLL-CREDIT
058530     WRITE GL-POSTING-RECORD FROM WS-GL-LINE
058540
058550     MOVE GL-ACCT-STATE-WH       TO GLL-ACCOUNT
058560     MOVE "STATE W/H PAYABLE"    TO GLL-DESC
058570     MOVE WS-TOTAL-STATE         TO GLL-CREDIT
058580     WRITE GL-POSTING-RECORD FROM WS-GL-LINE
058590
058600     MOVE GL-ACCT-FICA-WH        TO GLL-ACCOUNT
058610     MOVE "FICA W/H PAYABLE"     TO GLL-DESC
058620     MOVE WS-TOTAL-FICA          TO GLL-CREDIT
058630     WRITE GL-POSTING-RECORD FROM WS-GL-LINE
058640
058650     MOVE GL-ACCT-ER-TAX-EXP     TO GLL-ACCOUNT
058660     MOVE "EMPLOYER TAX EXPENSE" TO GLL-DESC
058670     COMPUTE GLL-DEBIT = WS-TOTAL-ER-FICA
058680         + WS-TOTAL-FUTA + WS-TOTAL-SUTA
058690     MOVE ZERO                   TO GLL-CREDIT
058700     WRITE GL-POSTING-RECORD FROM WS-GL-LINE
058710
058720     MOVE GL-ACCT-FICA-ER        TO GLL-ACCOUNT
058730     MOVE "FICA EMPLOYER PAYABLE" TO GLL-DESC
058740     MOVE ZERO                   TO GLL-DEBIT
058750     MOVE WS-TOTAL-ER-FICA       TO GLL-CREDIT
058760     WRITE GL-POSTING-RECORD FROM WS-GL-LINE
058770
058780     MOVE GL-ACCT-FUTA           TO GLL-ACCOUNT
058790     MOVE "FUTA PAYABLE"         TO GLL-DESC
058800     MOVE WS-TOTAL-FUTA          TO GLL-CREDIT
058810     WRITE GL-POSTING-RECORD FROM WS-GL-LINE
058820
058830     MOVE GL-ACCT-SUTA           TO GLL-ACCOUNT
058840     MOVE "SUTA PAYABLE"         TO GLL-DESC
058850     MOVE WS-TOTAL-SUTA          TO GLL-CREDIT
058860     WRITE GL-POSTING-RECORD FROM WS-GL-LINE
058870
058880     PERFORM 7720-WRITE-GL-VENDOR-CREDIT THRU 7720-EXIT
058890         VARYING VEND-IDX FROM 1 BY 1
058900         UNTIL VEND-IDX > VEND-COUNT
058910
058920     MOVE GL-ACCT-CASH           TO GLL-ACCOUNT
058930     MOVE "NET PAY CASH"         TO GLL-DESC
058940     MOVE WS-TOTAL-NET           TO GLL-CREDIT
058950     WRITE GL-POSTING-RECORD FROM WS-GL-LINE
058960
058970     IF ADJ-COUNT > ZERO
058980         PERFORM 7730-WRITE-GL-VOID-LINES THRU 7730-EXIT
058990     END-IF
059000     IF WS-TOTAL-REISSUE > ZERO
059010         PERFORM 7740-WRITE-GL-REISSUE-LINES THRU 7740-EXIT
059020     END-IF.
059030 7700-EXIT.
059040     EXIT.
059050
059060*-----------------------------------------------------------*
059070* 7705-SUM-DEPT-DEBIT                                        *
059080*-----------------------------------------------------------*
059090 7705-SUM-DEPT-DEBIT.
059100     ADD DT-TOTAL-GROSS(DEPT-IDX) TO GL-DEBIT-TOTAL.
059110 7705-EXIT.
059120     EXIT.
059130
059140*-----------------------------------------------------------*
059150* 7706-SUM-VENDOR-CREDIT                                     *
059160*-----------------------------------------------------------*
059170 7706-SUM-VENDOR-CREDIT.
059180     ADD VT-TOTAL-AMOUNT(VEND-IDX) TO GL-CREDIT-TOTAL.
059190 7706-EXIT.
059200     EXIT.
059210
059220*-----------------------------------------------------------*
059230* 7710-WRITE-GL-DEPT-DEBIT - A DEPARTMENT CARRYING ONLY NET  *
059240* PAY (NO WAGES WORKED THERE) GETS NO ZERO-AMOUNT DEBIT LINE *
059250*-----------------------------------------------------------*
059260 7710-WRITE-GL-DEPT-DEBIT.
059270     COMPUTE GLL-DEBIT = DT-TOTAL-GROSS(DEPT-IDX)
059280         - DT-SHIFT-PREM(DEPT-IDX)
059290     IF GLL-DEBIT > ZERO
059300         MOVE GL-ACCT-WAGE-EXP        TO GLL-ACCOUNT
059310         MOVE DT-DEPT-CODE(DEPT-IDX)  TO GLL-COST-CENTER
059320         MOVE "WAGE EXPENSE"          TO GLL-DESC
059330         MOVE ZERO                    TO GLL-CREDIT
059340         WRITE GL-POSTING-RECORD FROM WS-GL-LINE
059350     END-IF
059360     IF DT-SHIFT-PREM(DEPT-IDX) > ZERO
059370         MOVE GL-ACCT-SHIFT-PREM      TO GLL-ACCOUNT
059380         MOVE DT-DEPT-CODE(DEPT-IDX)  TO GLL-COST-CENTER
059390         MOVE "SHIFT PREMIUM"         TO GLL-DESC
059400         MOVE DT-SHIFT-PREM(DEPT-IDX) TO GLL-DEBIT
059410         MOVE ZERO                    TO GLL-CREDIT
059420         WRITE GL-POSTING-RECORD FROM WS-GL-LINE
059430     END-IF.
059440 7710-EXIT.
059450     EXIT.
059460
059470*-----------------------------------------------------------*
059480* 7720-WRITE-GL-VENDOR-CREDIT                                *
059490*-----------------------------------------------------------*
059500 7720-WRITE-GL-VENDOR-CREDIT.
059510     MOVE GL-ACCT-VENDOR-LIAB       TO GLL-ACCOUNT
059520     MOVE SPACES                    TO GLL-COST-CENTER
059530     MOVE VT-VENDOR-NAME(VEND-IDX)  TO GLL-DESC
059540     MOVE ZERO                      TO GLL-DEBIT
059550     MOVE VT-TOTAL-AMOUNT(VEND-IDX) TO GLL-CREDIT
059560     WRITE GL-POSTING-RECORD FROM WS-GL-LINE.
059570 7720-EXIT.
059580     EXIT.
059590
059600*-----------------------------------------------------------*
059610* 7730-WRITE-GL-VOID-LINES - REVERSING ENTRIES FOR VOIDED    *
059620* PAYMENTS SO CASH AND LIABILITY ACCOUNTS TIE TO THE BANK    *
059630* AND TO YTD-MASTER; THE ADJUSTMENT TRANSACTION CARRIES ONLY *
059640* TOTAL TAX, SO THE WITHHOLDING BACKOUT POSTS TO THE 2100    *
059650* CONTROL IN ONE LINE                                        *
059660*-----------------------------------------------------------*
059670 7730-WRITE-GL-VOID-LINES.
059680     MOVE GL-ACCT-CASH           TO GLL-ACCOUNT
059690     MOVE SPACES                 TO GLL-COST-CENTER
059700     MOVE "NET PAY CASH - VOIDS" TO GLL-DESC
059710     MOVE WS-ADJ-NET             TO GLL-DEBIT
059720     MOVE ZERO                   TO GLL-CREDIT
059730     WRITE GL-POSTING-RECORD FROM WS-GL-LINE
059740
059750     IF WS-ADJ-TAX > ZERO
059760         MOVE GL-ACCT-FED-WH         TO GLL-ACCOUNT
059770         MOVE "W/H PAYABLE - VOIDS"  TO GLL-DESC
059780         MOVE WS-ADJ-TAX             TO GLL-DEBIT
059790         WRITE GL-POSTING-RECORD FROM WS-GL-LINE
059800     END-IF
059810
059820     IF WS-ADJ-OTHER > ZERO
059830         MOVE GL-ACCT-VENDOR-LIAB    TO GLL-ACCOUNT
059840         MOVE "VENDOR LIAB - VOIDS"  TO GLL-DESC
059850         MOVE WS-ADJ-OTHER           TO GLL-DEBIT
059860         WRITE GL-POSTING-RECORD FROM WS-GL-LINE
059870     END-IF
059880
059890     MOVE GL-ACCT-WAGE-EXP       TO GLL-ACCOUNT
059900     MOVE "WAGE EXPENSE - VOIDS" TO GLL-DESC
059910     MOVE ZERO                   TO GLL-DEBIT
059920     MOVE WS-ADJ-GROSS           TO GLL-CREDIT
059930     WRITE GL-POSTING-RECORD FROM WS-GL-LINE.
059940 7730-EXIT.
059950     EXIT.
059960
059970*-----------------------------------------------------------*
059980* 7740-WRITE-GL-REISSUE-LINES - REISSUE CHECKS CLEAR THE     *
059990* RETURNED NET PAY ACCOUNT AchReturnProcessing CREDITED WHEN *
060000* THE DEPOSIT CAME BACK                                      *
060010*-----------------------------------------------------------*
060020 7740-WRITE-GL-REISSUE-LINES.
060030     MOVE GL-ACCT-ACH-RETURN     TO GLL-ACCOUNT
060040     MOVE SPACES                 TO GLL-COST-CENTER
060050     MOVE "RETURNED NET PAY REISSUE" TO GLL-DESC
060060     MOVE WS-TOTAL-REISSUE       TO GLL-DEBIT
060070     MOVE ZERO                   TO GLL-CREDIT
060080     WRITE GL-POSTING-RECORD FROM WS-GL-LINE
060090
060100     MOVE GL-ACCT-CASH           TO GLL-ACCOUNT
060110     MOVE "NET PAY CASH - REISSUES" TO GLL-DESC
060120     MOVE ZERO                   TO GLL-DEBIT
060130     MOVE WS-TOTAL-REISSUE       TO GLL-CREDIT
060140     WRITE GL-POSTING-RECORD FROM WS-GL-LINE.
060150 7740-EXIT.
060160     EXIT.
060170
060180*-----------------------------------------------------------*
060190* 7850-REWRITE-ARREARS - BALANCES AS THEY STAND; PERSISTED   *
060200* AFTER EACH EMPLOYEE IS PAID (RESTART SAFE, THE WAY THE     *
060210* CHECK-NUMBER CONTROL IS SAVED AS EACH CHECK IS CUT) AND    *
060220* AGAIN AT END OF RUN AFTER TERMINATION PAYOUTS              *
060230*-----------------------------------------------------------*
060240 7850-REWRITE-ARREARS.
060250     IF TRIAL-RUN
060260         GO TO 7850-EXIT
060270     END-IF
060280     OPEN OUTPUT ARREARS-FILE
060290     IF NOT WS-ARREARS-OK
060300         DISPLAY "ERROR REWRITING ARREARS-FILE, STATUS = "
060310             WS-ARREARS-STATUS
060320         GO TO 7850-EXIT
060330     END-IF
060340     PERFORM 7860-WRITE-ONE-ARREARS THRU 7860-EXIT
060350         VARYING ARR-IDX FROM 1 BY 1
060360         UNTIL ARR-IDX > ARR-COUNT
060370     CLOSE ARREARS-FILE.
060380 7850-EXIT.
060390     EXIT.
060400
060410*-----------------------------------------------------------*
060420* 7860-WRITE-ONE-ARREARS - FULLY RECOVERED BALANCES DROP OFF *
060430*-----------------------------------------------------------*
060440 7860-WRITE-ONE-ARREARS.
060450     IF AT-BALANCE(ARR-IDX) > ZERO
060460         MOVE AT-ID-NUMERIC(ARR-IDX)  TO AR-ID-NUMERIC
060470         MOVE AT-DED-CODE(ARR-IDX)    TO AR-DED-CODE
060480         MOVE AT-VENDOR-NAME(ARR-IDX) TO AR-VENDOR-NAME
060490         MOVE AT-BALANCE(ARR-IDX)     TO AR-BALANCE
060500         WRITE ARREARS-RECORD
060510     END-IF.
060520 7860-EXIT.
060530     EXIT.
060540
060550*-----------------------------------------------------------*
060560* 7870-REWRITE-PTO - BALANCES AS THEY STAND AFTER ACCRUALS,  *
060570* LEAVE TAKEN, AND TERMINATION PAYOUTS; PERSISTED AFTER      *
060580* EACH EMPLOYEE IS PAID SO A RESTARTED RUN RELOADS CURRENT   *
060590* BALANCES INSTEAD OF REPEATING TAKES ALREADY MADE           *
060600*-----------------------------------------------------------*
060610 7870-REWRITE-PTO.
060620     IF TRIAL-RUN
060630         GO TO 7870-EXIT
060640     END-IF
060650     OPEN OUTPUT PTO-BALANCE
060660     IF NOT WS-PTOBAL-OK
060670         DISPLAY "ERROR REWRITING PTO-BALANCE, STATUS = "
060680             WS-PTOBAL-STATUS
060690         GO TO 7870-EXIT
060700     END-IF
060710     PERFORM 7880-WRITE-ONE-PTO THRU 7880-EXIT
060720         VARYING PTO-IDX FROM 1 BY 1
060730         UNTIL PTO-IDX > PTO-COUNT
060740     CLOSE PTO-BALANCE.
060750 7870-EXIT.
060760     EXIT.
060770
060780*-----------------------------------------------------------*
060790* 7880-WRITE-ONE-PTO                                         *
060800*-----------------------------------------------------------*
060810 7880-WRITE-ONE-PTO.
060820     MOVE PTB-ID-NUMERIC(PTO-IDX)  TO PB-ID-NUMERIC
060830     MOVE PTB-VAC-BALANCE(PTO-IDX) TO PB-VAC-BALANCE
060840     MOVE PTB-SICK-BALANCE(PTO-IDX) TO PB-SICK-BALANCE
060850     WRITE PTO-BALANCE-RECORD.
060860 7880-EXIT.
060870     EXIT.
060880
060890*-----------------------------------------------------------*
060900* 7800-WRITE-RUN-HISTORY - APPEND THIS RUN'S CONTROL TOTALS  *
060910* FOR QUARTER/YEAR-END BALANCING                             *
060920*-----------------------------------------------------------*
060930 7800-WRITE-RUN-HISTORY.
060940     OPEN EXTEND RUN-HISTORY
060950     IF WS-RUNHIST-FILE-MISSING
060960         OPEN OUTPUT RUN-HISTORY
060970     END-IF
060980     IF WS-RUNHIST-OK
060990         MOVE WS-SYSTEM-DATE TO RH-RUN-DATE
061000         MOVE RUN-CYCLE-CODE TO RH-CYCLE-CODE
061010         MOVE WS-PERIOD-END-DATE TO RH-PERIOD-END
061020         MOVE WS-EMPLOYEES-PAID  TO RH-EMPLOYEE-COUNT
061030         MOVE WS-EXCEPTION-COUNT TO RH-EXCEPTION-COUNT
061040         COMPUTE RH-TOTAL-GROSS =
061050             WS-TOTAL-GROSS - WS-ADJ-GROSS
061060         COMPUTE RH-TOTAL-TAX =
061070             WS-TOTAL-TAX - WS-ADJ-TAX
061080         COMPUTE RH-TOTAL-NET =
061090             WS-TOTAL-NET - WS-ADJ-NET
061100         COMPUTE RH-TOTAL-FEDERAL =
061110             WS-TOTAL-FEDERAL - WS-ADJ-FEDERAL
061120         COMPUTE RH-TOTAL-EE-FICA =
061130             WS-TOTAL-FICA - WS-ADJ-FICA
061140         COMPUTE RH-TOTAL-ER-FICA =
061150             WS-TOTAL-ER-FICA - WS-ADJ-ER-FICA
061160         COMPUTE RH-TOTAL-FUTA =
061170             WS-TOTAL-FUTA - WS-ADJ-FUTA
061180         COMPUTE RH-TOTAL-SUTA =
061190             WS-TOTAL-SUTA - WS-ADJ-SUTA
061200         WRITE RUN-HISTORY-RECORD
061210         CLOSE RUN-HISTORY
061220     ELSE
061230         DISPLAY "ERROR OPENING RUN-HISTORY, STATUS = "
061240             WS-RUNHIST-STATUS
061250     END-IF.
061260 7800-EXIT.
061270     EXIT.
061280
061290*-----------------------------------------------------------*
061300* 7900-CLOSE-PAY-PERIOD - MARK THIS CYCLE'S PERIOD PAID SO A *
061310* RE-SUBMITTED RUN FOR THE SAME PERIOD IS REFUSED; CONTROL   *
061320* RECORDS FOR THE OTHER CYCLES ARE REWRITTEN AS THEY STAND   *
061330*-----------------------------------------------------------*
061340 7900-CLOSE-PAY-PERIOD.
061350     OPEN OUTPUT PAY-PERIOD-CONTROL
061360     IF WS-PAYCTL-OK
061370         PERFORM 7910-WRITE-PERIOD-RECORD THRU 7910-EXIT
061380             VARYING PCTL-IDX FROM 1 BY 1
061390             UNTIL PCTL-IDX > PCTL-COUNT
061400         CLOSE PAY-PERIOD-CONTROL
061410     ELSE
061420         DISPLAY "ERROR REWRITING PAY-PERIOD CONTROL, STATUS = "
061430             WS-PAYCTL-STATUS
061440     END-IF.
061450 7900-EXIT.
061460     EXIT.
061470
061480*-----------------------------------------------------------*
061490* 7910-WRITE-PERIOD-RECORD                                   *
061500*-----------------------------------------------------------*
061510 7910-WRITE-PERIOD-RECORD.
061520     IF PT-CYCLE-CODE(PCTL-IDX) = RUN-CYCLE-CODE
061530         MOVE "P" TO PT-STATUS(PCTL-IDX)
061540         MOVE WS-SYSTEM-DATE TO PT-PAID-DATE(PCTL-IDX)
061550     END-IF
061560     MOVE PT-CYCLE-CODE(PCTL-IDX) TO PC-CYCLE-CODE
061570     MOVE PT-PERIOD-END(PCTL-IDX) TO PC-PERIOD-END
061580     MOVE PT-STATUS(PCTL-IDX)     TO PC-STATUS
061590     MOVE PT-PAID-DATE(PCTL-IDX)  TO PC-PAID-DATE
061600     WRITE PAY-PERIOD-CONTROL-RECORD.
061610 7910-EXIT.
061620     EXIT.
061630
061640*-----------------------------------------------------------*
061650* 7920-CLEAR-SUPPLEMENTAL - ONCE AN OFF-CYCLE RUN COMPLETES  *
061660* ITS SUPPLEMENTAL FILE IS EMPTIED SO IT CANNOT BE PAID TWICE*
061670*-----------------------------------------------------------*
061680 7920-CLEAR-SUPPLEMENTAL.
061690     OPEN OUTPUT SUPPLEMENTAL-TRANS
061700     IF NOT WS-SUPPTRN-OK
061710         DISPLAY "ERROR CLEARING SUPPLEMENTAL-TRANS, STATUS = "
061720             WS-SUPPTRN-STATUS
061730     ELSE
061740         CLOSE SUPPLEMENTAL-TRANS
061750     END-IF.
061760 7920-EXIT.
061770     EXIT.
061780
061790*-----------------------------------------------------------*
061800* 7950-KEEP-OTHER-CKPT - A COMPLETED RUN CLEARS ONLY ITS    *
061810* OWN CYCLE'S CHECKPOINTS; AN ABORTED RUN ON ANOTHER CYCLE  *
061820* KEEPS ITS RESTART POINT                                   *
061830*-----------------------------------------------------------*
061840 7950-KEEP-OTHER-CKPT.
061850     IF CKT-CYCLE-CODE(CKPT-IDX) NOT = RUN-CYCLE-CODE
061860         MOVE CKT-CYCLE-CODE(CKPT-IDX) TO CKP-CYCLE-CODE
061870         MOVE CKT-ID-NUMERIC(CKPT-IDX) TO CKP-ID-NUMERIC
061880         WRITE CHECKPOINT-RECORD
061890     END-IF.
061900 7950-EXIT.
061910     EXIT.
061920
061930*-----------------------------------------------------------*
061940* 5500-WRITE-EXCEPTION-LINE                                  *
061950*-----------------------------------------------------------*
061960 5500-WRITE-EXCEPTION-LINE.
061970     MOVE NAME-ALPHA      TO EL-NAME
061980     MOVE ID-NUMERIC      TO EL-ID
061990     MOVE HOURS-NUMERIC   TO EL-HOURS
062000     MOVE RATE-NUMERIC    TO EL-RATE
062010     MOVE FEDERAL-PRCNT-NUM TO EL-FEDPRCNT
062020     MOVE STATE-PRCNT-NUM   TO EL-STATEPRCNT
062030     MOVE FICA-PRCNT-NUM    TO EL-FICAPRCNT
062040     MOVE WS-EXCEPTION-REASON TO EL-REASON
062050     WRITE EXCEPTION-LISTING-RECORD FROM WS-EXCEPTION-LINE
062060     ADD 1 TO WS-EXCEPTION-COUNT.
062070 5500-EXIT.
062080     EXIT.
062090*-----------------------------------------------------------*
062100* 5700-WRITE-ACH-RECORD - NACHA CREDIT ENTRIES FOR THE NET   *
062110* PAY, SPLIT ACROSS UP TO TWO ACCOUNTS. AN ACCOUNT STILL IN  *
062120* ITS PRENOTE WAITING PERIOD GETS A ZERO-DOLLAR PRENOTE AND  *
062130* THE EMPLOYEE IS PAID BY PAPER CHECK THIS PERIOD; AN        *
062140* EMPLOYEE WITH NO BANK ACCOUNT ON FILE FALLS BACK TO A      *
062150* PAPER CHECK AS WELL                                        *
062160*-----------------------------------------------------------*
062170 5700-WRITE-ACH-RECORD.
062180     MOVE ID-NUMERIC TO BNK-SEARCH-ID
062190     MOVE NAME-ALPHA TO ACH-ENTRY-NAME
062200     PERFORM 8200-FIND-BANK-ACCOUNTS THRU 8200-EXIT
062210     IF EMP-BNK-IDX-1 = ZERO AND EMP-BNK-IDX-2 = ZERO
062220         PERFORM 5800-WRITE-CHECK THRU 5800-EXIT
062230         GO TO 5700-EXIT
062240     END-IF
062250
062260     MOVE "N" TO ACCT-READY-SWITCH-1
062270     MOVE "N" TO ACCT-READY-SWITCH-2
062280     IF EMP-BNK-IDX-1 > ZERO
062290         MOVE EMP-BNK-IDX-1 TO BNK-IDX
062300         PERFORM 8300-CHECK-PRENOTE-READY THRU 8300-EXIT
062310         IF PRENOTE-PERIOD-PASSED
062320             MOVE "Y" TO ACCT-READY-SWITCH-1
062330         ELSE
062340             PERFORM 5710-SEND-PRENOTE THRU 5710-EXIT
062350         END-IF
062360     END-IF
062370     IF EMP-BNK-IDX-2 > ZERO
062380         MOVE EMP-BNK-IDX-2 TO BNK-IDX
062390         PERFORM 8300-CHECK-PRENOTE-READY THRU 8300-EXIT
062400         IF PRENOTE-PERIOD-PASSED
062410             MOVE "Y" TO ACCT-READY-SWITCH-2
062420         ELSE
062430             PERFORM 5710-SEND-PRENOTE THRU 5710-EXIT
062440         END-IF
062450     END-IF
062460
062470     IF NOT ACCT-1-READY AND NOT ACCT-2-READY
062480         PERFORM 5800-WRITE-CHECK THRU 5800-EXIT
062490         GO TO 5700-EXIT
062500     END-IF
062510
062520     MOVE ZERO TO SPLIT-AMOUNT-1
062530     MOVE ZERO TO SPLIT-AMOUNT-2
062540     IF ACCT-1-READY AND ACCT-2-READY
062550         MOVE BK-SPLIT-AMOUNT(EMP-BNK-IDX-1) TO SPLIT-AMOUNT-1
062560         IF SPLIT-AMOUNT-1 > NETPAY-NUM
062570             MOVE NETPAY-NUM TO SPLIT-AMOUNT-1
062580         END-IF
062590         COMPUTE SPLIT-AMOUNT-2 = NETPAY-NUM - SPLIT-AMOUNT-1
062600     ELSE
062610         IF ACCT-1-READY
062620             MOVE NETPAY-NUM TO SPLIT-AMOUNT-1
062630         ELSE
062640             MOVE NETPAY-NUM TO SPLIT-AMOUNT-2
062650         END-IF
062660     END-IF
062670
062680     IF SPLIT-AMOUNT-1 > ZERO
062690         MOVE EMP-BNK-IDX-1  TO BNK-IDX
062700         MOVE SPLIT-AMOUNT-1 TO ACH-ENTRY-AMOUNT
062710         MOVE "C"            TO ACH-ENTRY-DC-FLAG
062720         PERFORM 5750-WRITE-NACHA-ENTRY THRU 5750-EXIT
062730     END-IF
062740     IF SPLIT-AMOUNT-2 > ZERO
062750         MOVE EMP-BNK-IDX-2  TO BNK-IDX
062760         MOVE SPLIT-AMOUNT-2 TO ACH-ENTRY-AMOUNT
062770         MOVE "C"            TO ACH-ENTRY-DC-FLAG
062780         PERFORM 5750-WRITE-NACHA-ENTRY THRU 5750-EXIT
062790     END-IF.
062800 5700-EXIT.
062810     EXIT.
062820
062830*-----------------------------------------------------------*
062840* 5710-SEND-PRENOTE - ZERO-DOLLAR PRENOTE ENTRY FOR THE      *
062850* ACCOUNT AT BNK-IDX                                         *
062860*-----------------------------------------------------------*
062870 5710-SEND-PRENOTE.
062880     MOVE ZERO TO ACH-ENTRY-AMOUNT
062890     MOVE "P"  TO ACH-ENTRY-DC-FLAG
062900     PERFORM 5750-WRITE-NACHA-ENTRY THRU 5750-EXIT.
062910 5710-EXIT.
062920     EXIT.
062930
062940*-----------------------------------------------------------*
062950* 5750-WRITE-NACHA-ENTRY - ONE ENTRY DETAIL FOR THE ACCOUNT  *
062960* AT BNK-IDX; CALLER SETS ACH-ENTRY-AMOUNT AND THE C/P/D     *
062970* FLAG (CREDIT, PRENOTE, OR DEBIT REVERSAL)                  *
062980*-----------------------------------------------------------*
062990 5750-WRITE-NACHA-ENTRY.
063000     IF BK-ACCOUNT-TYPE(BNK-IDX) = "S"
063010         IF ACH-ENTRY-DC-P
063020             MOVE 38 TO NED-TRAN-CODE
063030         ELSE
063040             IF ACH-ENTRY-DC-D
063050                 MOVE 37 TO NED-TRAN-CODE
063060             ELSE
063070                 MOVE 32 TO NED-TRAN-CODE
063080             END-IF
063090         END-IF
063100     ELSE
063110         IF ACH-ENTRY-DC-P
063120             MOVE 23 TO NED-TRAN-CODE
063130         ELSE
063140             IF ACH-ENTRY-DC-D
063150                 MOVE 27 TO NED-TRAN-CODE
063160             ELSE
063170                 MOVE 22 TO NED-TRAN-CODE
063180             END-IF
063190         END-IF
063200     END-IF
063210     MOVE BK-ROUTING-8(BNK-IDX)     TO NED-RDFI-ROUTING
063220     MOVE BK-CHECK-DIGIT(BNK-IDX)   TO NED-CHECK-DIGIT
063230     MOVE BK-ACCOUNT-NUMBER(BNK-IDX) TO NED-ACCOUNT
063240     COMPUTE NED-AMOUNT = ACH-ENTRY-AMOUNT * 100
063250     MOVE BK-ID-NUMERIC(BNK-IDX)    TO NED-INDIVIDUAL-ID
063260     MOVE ACH-ENTRY-NAME            TO NED-INDIVIDUAL-NAME
063270     MOVE ACH-ODFI-ID               TO NED-TRACE-ODFI
063280     ADD 1 TO ACH-TRACE-SEQ
063290     MOVE ACH-TRACE-SEQ             TO NED-TRACE-SEQ
063300     WRITE ACH-EXTRACT-RECORD FROM NACHA-ENTRY-DETAIL
063310     IF NOT ACH-ENTRY-DC-P
063320         AND HIST-TRACE-COUNT < 2
063330         ADD 1 TO HIST-TRACE-COUNT
063340         MOVE NED-TRACE-NUMBER
063350             TO HIST-TRACE-NUMBER(HIST-TRACE-COUNT)
063360         MOVE ACH-ENTRY-AMOUNT
063370             TO HIST-DEPOSIT-AMOUNT(HIST-TRACE-COUNT)
063380     END-IF
063390     ADD 1 TO ACH-RECORD-COUNT
063400     ADD 1 TO ACH-ENTRY-COUNT
063410     ADD BK-ROUTING-8(BNK-IDX) TO ACH-ENTRY-HASH
063420     IF ACH-ENTRY-DC-D
063430         ADD NED-AMOUNT TO ACH-TOTAL-DEBIT-CENTS
063440     ELSE
063450         ADD NED-AMOUNT TO ACH-TOTAL-CREDIT-CENTS
063460     END-IF.
063470 5750-EXIT.
063480     EXIT.
063490*-----------------------------------------------------------*
063500* 5800-WRITE-CHECK - CHECK FACE, STUB, CHECK REGISTER LINE,  *
063510* AND POSITIVE-PAY RECORD FOR A NON-ACH EMPLOYEE             *
063520*-----------------------------------------------------------*
063530 5800-WRITE-CHECK.
063540     ADD 1 TO CHECK-NUMBER-NUM
063550     ADD 1 TO CHECK-COUNT
063560     ADD NETPAY-NUM TO WS-TOTAL-CHECK-AMT
063570
063580     WRITE CHECK-PRINT-RECORD FROM WS-CHECK-STARS
063590     MOVE CHECK-NUMBER-NUM TO CKL1-CHECK-NO
063600     WRITE CHECK-PRINT-RECORD FROM WS-CHECK-LINE-1
063610     MOVE WS-RUN-DATE-DISPLAY TO CKL2-DATE
063620     WRITE CHECK-PRINT-RECORD FROM WS-CHECK-LINE-2
063630     MOVE NAME-ALPHA TO CKL3-PAYEE
063640     MOVE NETPAY-NUM TO CKL3-AMOUNT
063650     WRITE CHECK-PRINT-RECORD FROM WS-CHECK-LINE-3
063660     WRITE CHECK-PRINT-RECORD FROM WS-CHECK-STARS
063670
063680     MOVE NAME-ALPHA TO SIL-NAME
063690     MOVE ID-NUMERIC TO SIL-ID
063700     WRITE CHECK-PRINT-RECORD FROM WS-STUB-ID-LINE
063710     MOVE "GROSS PAY"    TO STL-LABEL
063720     MOVE TOTALOWED-NUM  TO STL-AMOUNT
063730     PERFORM 5850-WRITE-STUB-LINE THRU 5850-EXIT
063740     MOVE "OVERTIME PAY" TO STL-LABEL
063750     MOVE OVERTIME-PAY-NUM TO STL-AMOUNT
063760     PERFORM 5850-WRITE-STUB-LINE THRU 5850-EXIT
063770     MOVE "SHIFT PREMIUM" TO STL-LABEL
063780     MOVE SHIFT-PREM-PAY-NUM TO STL-AMOUNT
063790     PERFORM 5850-WRITE-STUB-LINE THRU 5850-EXIT
063800     MOVE "FEDERAL TAX"  TO STL-LABEL
063810     MOVE FEDERAL-VALUE-NUM TO STL-AMOUNT
063820     PERFORM 5850-WRITE-STUB-LINE THRU 5850-EXIT
063830     MOVE "STATE TAX"    TO STL-LABEL
063840     MOVE STATE-VALUE-NUM TO STL-AMOUNT
063850     PERFORM 5850-WRITE-STUB-LINE THRU 5850-EXIT
063860     MOVE "FICA"         TO STL-LABEL
063870     MOVE FICA-VALUE-NUM TO STL-AMOUNT
063880     PERFORM 5850-WRITE-STUB-LINE THRU 5850-EXIT
063890     MOVE "DEDUCTIONS"   TO STL-LABEL
063900     MOVE VOLDED-TOTAL-NUM TO STL-AMOUNT
063910     PERFORM 5850-WRITE-STUB-LINE THRU 5850-EXIT
063920     IF EMP-ARR-TOTAL-NUM > ZERO
063930         MOVE "ARREARS RECOVERED" TO STL-LABEL
063940         MOVE EMP-ARR-TOTAL-NUM TO STL-AMOUNT
063950         PERFORM 5850-WRITE-STUB-LINE THRU 5850-EXIT
063960     END-IF
063970     MOVE "NET PAY"      TO STL-LABEL
063980     MOVE NETPAY-NUM     TO STL-AMOUNT
063990     PERFORM 5850-WRITE-STUB-LINE THRU 5850-EXIT
064000     MOVE SPACES TO CHECK-PRINT-RECORD
064010     WRITE CHECK-PRINT-RECORD
064020
064030     MOVE CHECK-NUMBER-NUM TO CRL-CHECK-NO
064040     MOVE WS-RUN-DATE-DISPLAY TO CRL-DATE
064050     MOVE ID-NUMERIC TO CRL-ID
064060     MOVE NAME-ALPHA TO CRL-NAME
064070     MOVE NETPAY-NUM TO CRL-AMOUNT
064080     WRITE CHECK-REGISTER-RECORD FROM WS-CHKREG-LINE
064090
064100     MOVE CHECK-NUMBER-NUM TO PPL-CHECK-NO
064110     MOVE WS-SYSTEM-DATE TO PPL-ISSUE-DATE
064120     MOVE NETPAY-NUM TO PPL-AMOUNT
064130     MOVE NAME-ALPHA TO PPL-PAYEE
064140     WRITE POSITIVE-PAY-RECORD FROM WS-POSPAY-LINE
064150
064160     MOVE "I"              TO IC-RECORD-TYPE
064170     MOVE CHECK-NUMBER-NUM TO IC-CHECK-NUMBER
064180     MOVE WS-SYSTEM-DATE   TO IC-ISSUE-DATE
064190     MOVE ID-NUMERIC       TO IC-ID-NUMERIC
064200     MOVE NETPAY-NUM       TO IC-AMOUNT
064210     WRITE ISSUED-CHECKS-RECORD
064220     MOVE CHECK-NUMBER-NUM TO HIST-CHECK-NUMBER
064230
064240     PERFORM 5890-SAVE-CHECK-NUMBER THRU 5890-EXIT.
064250 5800-EXIT.
064260     EXIT.
064270*-----------------------------------------------------------*
064280* 5850-WRITE-STUB-LINE                                       *
064290*-----------------------------------------------------------*
064300 5850-WRITE-STUB-LINE.
064310     WRITE CHECK-PRINT-RECORD FROM WS-STUB-LINE.
064320 5850-EXIT.
064330     EXIT.
064340*-----------------------------------------------------------*
064350* 5890-SAVE-CHECK-NUMBER - PERSIST THE LAST USED NUMBER AS   *
064360* EACH CHECK IS CUT, SO A CHECKPOINT-RESUMED RUN CONTINUES   *
064370* THE SEQUENCE INSTEAD OF REISSUING NUMBERS ALREADY PRINTED  *
064380*-----------------------------------------------------------*
064390 5890-SAVE-CHECK-NUMBER.
064400     OPEN OUTPUT CHECK-CONTROL
064410     IF WS-CHKCTL-OK
064420         MOVE CHECK-NUMBER-NUM TO CHECK-CONTROL-RECORD
064430         WRITE CHECK-CONTROL-RECORD
064440         CLOSE CHECK-CONTROL
064450     ELSE
064460         DISPLAY "ERROR SAVING CHECK-CONTROL, STATUS = "
064470             WS-CHKCTL-STATUS
064480     END-IF.
064490 5890-EXIT.
064500     EXIT.
064510*-----------------------------------------------------------*
064520* 5900-WRITE-EARNINGS-STMT - ONE BANNER-SEPARATED STATEMENT  *
064530* PER PAID EMPLOYEE; THE REGISTER STAYS WITH ACCOUNTING      *
064540*-----------------------------------------------------------*
064550 5900-WRITE-EARNINGS-STMT.
064560     WRITE EARNINGS-STMT-RECORD FROM WS-STMT-SEPARATOR
064570     MOVE WS-RUN-DATE-DISPLAY TO ESH-DATE
064580     WRITE EARNINGS-STMT-RECORD FROM WS-STMT-HEADING
064590     MOVE NAME-ALPHA      TO ESI-NAME
064600     MOVE ID-NUMERIC      TO ESI-ID
064610     MOVE DEPT-CODE-ALPHA TO ESI-DEPT
064620     WRITE EARNINGS-STMT-RECORD FROM WS-STMT-ID-LINE
064630     MOVE HOURS-NUMERIC   TO ESL-HOURS
064640     MOVE RATE-NUMERIC    TO ESL-RATE
064650     WRITE EARNINGS-STMT-RECORD FROM WS-STMT-HOURS-LINE
064660
064670     MOVE "REGULAR PAY"   TO ESL-LABEL
064680     MOVE REGULAR-PAY-NUM TO ESL-AMOUNT
064690     PERFORM 5950-WRITE-STMT-LINE THRU 5950-EXIT
064700     MOVE "OVERTIME PAY"  TO ESL-LABEL
064710     MOVE OVERTIME-PAY-NUM TO ESL-AMOUNT
064720     PERFORM 5950-WRITE-STMT-LINE THRU 5950-EXIT
064730     MOVE "SHIFT PREMIUM" TO ESL-LABEL
064740     MOVE SHIFT-PREM-PAY-NUM TO ESL-AMOUNT
064750     PERFORM 5950-WRITE-STMT-LINE THRU 5950-EXIT
064760     IF VACATION-PAY-NUM > ZERO
064770         MOVE "VACATION PAY"  TO ESL-LABEL
064780         MOVE VACATION-PAY-NUM TO ESL-AMOUNT
064790         PERFORM 5950-WRITE-STMT-LINE THRU 5950-EXIT
064800     END-IF
064810     IF SICK-PAY-NUM > ZERO
064820         MOVE "SICK PAY"      TO ESL-LABEL
064830         MOVE SICK-PAY-NUM    TO ESL-AMOUNT
064840         PERFORM 5950-WRITE-STMT-LINE THRU 5950-EXIT
064850     END-IF
064860     IF HOLIDAY-PAY-NUM > ZERO
064870         MOVE "HOLIDAY PAY"   TO ESL-LABEL
064880         MOVE HOLIDAY-PAY-NUM TO ESL-AMOUNT
064890         PERFORM 5950-WRITE-STMT-LINE THRU 5950-EXIT
064900     END-IF
064910     IF RETRO-PAY-NUM > ZERO
064920         MOVE "RETRO PAY"     TO ESL-LABEL
064930         MOVE RETRO-PAY-NUM   TO ESL-AMOUNT
064940         PERFORM 5950-WRITE-STMT-LINE THRU 5950-EXIT
064950     END-IF
064960     IF SUPP-PAY-NUM > ZERO
064970         PERFORM 5980-WRITE-STMT-SUPP THRU 5980-EXIT
064980             VARYING SUPP-IDX FROM 1 BY 1
064990             UNTIL SUPP-IDX > SUPP-COUNT
065000     END-IF
065010     MOVE "GROSS PAY"     TO ESL-LABEL
065020     MOVE TOTALOWED-NUM   TO ESL-AMOUNT
065030     PERFORM 5950-WRITE-STMT-LINE THRU 5950-EXIT
065040     MOVE "FEDERAL TAX"   TO ESL-LABEL
065050     MOVE FEDERAL-VALUE-NUM TO ESL-AMOUNT
065060     PERFORM 5950-WRITE-STMT-LINE THRU 5950-EXIT
065070     MOVE "STATE TAX"     TO ESL-LABEL
065080     MOVE STATE-VALUE-NUM TO ESL-AMOUNT
065090     PERFORM 5950-WRITE-STMT-LINE THRU 5950-EXIT
065100     MOVE "FICA"          TO ESL-LABEL
065110     MOVE FICA-VALUE-NUM  TO ESL-AMOUNT
065120     PERFORM 5950-WRITE-STMT-LINE THRU 5950-EXIT
065130
065140     PERFORM 5960-WRITE-STMT-DEDUCTION THRU 5960-EXIT
065150         VARYING EMP-DED-IDX FROM 1 BY 1
065160         UNTIL EMP-DED-IDX > EMP-DED-COUNT
065170
065180     PERFORM 5970-WRITE-STMT-ARREARS THRU 5970-EXIT
065190         VARYING EMP-ARR-IDX FROM 1 BY 1
065200         UNTIL EMP-ARR-IDX > EMP-ARR-COUNT
065210
065220     IF PRETAX-TOTAL-NUM > ZERO
065230         MOVE FED-TAXABLE-NUM  TO TWL-FED-WAGES
065240         MOVE FICA-TAXABLE-NUM TO TWL-FICA-WAGES
065250         WRITE EARNINGS-STMT-RECORD FROM WS-TAXABLE-WAGE-LINE
065260     END-IF
065270
065280     MOVE "NET PAY"       TO ESL-LABEL
065290     MOVE NETPAY-NUM      TO ESL-AMOUNT
065300     PERFORM 5950-WRITE-STMT-LINE THRU 5950-EXIT
065310
065320     IF FICA-CAP-APPLIED
065330         WRITE EARNINGS-STMT-RECORD FROM WS-FICA-CAP-LINE
065340     END-IF
065350
065360     MOVE YTD-GROSS-NUM  TO YTL-GROSS
065370     MOVE YTD-TAX-NUM    TO YTL-TAX
065380     MOVE YTD-NET-NUM    TO YTL-NET
065390     WRITE EARNINGS-STMT-RECORD FROM WS-YTD-LINE
065400
065410     MOVE ID-NUMERIC TO PTO-SEARCH-ID
065420     PERFORM 8400-FIND-PTO-ENTRY THRU 8400-EXIT
065430     IF PTO-IDX > ZERO
065440         MOVE "VACATION BAL (HRS)" TO ESL-LABEL
065450         MOVE PTB-VAC-BALANCE(PTO-IDX) TO ESL-AMOUNT
065460         PERFORM 5950-WRITE-STMT-LINE THRU 5950-EXIT
065470         MOVE "SICK BAL (HRS)" TO ESL-LABEL
065480         MOVE PTB-SICK-BALANCE(PTO-IDX) TO ESL-AMOUNT
065490         PERFORM 5950-WRITE-STMT-LINE THRU 5950-EXIT
065500     END-IF
065510     MOVE SPACES TO EARNINGS-STMT-RECORD
065520     WRITE EARNINGS-STMT-RECORD.
065530 5900-EXIT.
065540     EXIT.
065550*-----------------------------------------------------------*
065560* 5950-WRITE-STMT-LINE                                       *
065570*-----------------------------------------------------------*
065580 5950-WRITE-STMT-LINE.
065590     WRITE EARNINGS-STMT-RECORD FROM WS-STMT-LINE.
065600 5950-EXIT.
065610     EXIT.
065620*-----------------------------------------------------------*
065630* 5960-WRITE-STMT-DEDUCTION                                  *
065640*-----------------------------------------------------------*
065650 5960-WRITE-STMT-DEDUCTION.
065660     PERFORM 5055-SET-DEDUCTION-LABEL THRU 5055-EXIT
065670     MOVE ED-DED-CODE(EMP-DED-IDX)    TO DDL-DED-CODE
065680     MOVE ED-VENDOR-NAME(EMP-DED-IDX) TO DDL-VENDOR
065690     MOVE ED-AMOUNT(EMP-DED-IDX)      TO DDL-AMOUNT
065700     WRITE EARNINGS-STMT-RECORD FROM WS-DEDUCTION-LINE.
065710 5960-EXIT.
065720     EXIT.
065730
065740*-----------------------------------------------------------*
065750* 5970-WRITE-STMT-ARREARS                                    *
065760*-----------------------------------------------------------*
065770 5970-WRITE-STMT-ARREARS.
065780     MOVE EA-DED-CODE(EMP-ARR-IDX)    TO ARD-DED-CODE
065790     MOVE EA-VENDOR-NAME(EMP-ARR-IDX) TO ARD-VENDOR
065800     MOVE EA-AMOUNT(EMP-ARR-IDX)      TO ARD-AMOUNT
065810     WRITE EARNINGS-STMT-RECORD FROM WS-ARREARS-LINE.
065820 5970-EXIT.
065830     EXIT.
065840*-----------------------------------------------------------*
065850* 5980-WRITE-STMT-SUPP                                       *
065860*-----------------------------------------------------------*
065870 5980-WRITE-STMT-SUPP.
065880     IF SPT-ID-NUMERIC(SUPP-IDX) NOT = ID-NUMERIC
065890         GO TO 5980-EXIT
065900     END-IF
065910     PERFORM 5075-SET-SUPP-LABEL THRU 5075-EXIT
065920     MOVE SUPP-LABEL           TO ESL-LABEL
065930     MOVE SPT-AMOUNT(SUPP-IDX) TO ESL-AMOUNT
065940     PERFORM 5950-WRITE-STMT-LINE THRU 5950-EXIT.
065950 5980-EXIT.
065960     EXIT.
065970
065980*-----------------------------------------------------------*
065990* 7600-WRITE-ACH-TRAILERS - NACHA BATCH/FILE CONTROL RECORDS *
066000* AND ALL-NINES PAD RECORDS TO A FULL BLOCK OF TEN           *
066010*-----------------------------------------------------------*
066020 7600-WRITE-ACH-TRAILERS.
066030     IF WS-RESUME-MODE
066040         DISPLAY "RESUMED RUN - ACH CONTROL TOTALS COVER ONLY "
066050             "ENTRIES WRITTEN AFTER THE RESTART - VERIFY THE "
066060             "FILE WITH THE BANK BEFORE RELEASE"
066070     END-IF
066080     MOVE ACH-ENTRY-COUNT        TO NBC-ENTRY-COUNT
066090     MOVE ACH-ENTRY-HASH         TO NBC-ENTRY-HASH
066100     MOVE ACH-TOTAL-DEBIT-CENTS  TO NBC-TOTAL-DEBIT
066110     MOVE ACH-TOTAL-CREDIT-CENTS TO NBC-TOTAL-CREDIT
066120     MOVE ACH-COMPANY-ID         TO NBC-COMPANY-ID
066130     MOVE ACH-ODFI-ID            TO NBC-ODFI-ID
066140     MOVE 1                      TO NBC-BATCH-NUMBER
066150     WRITE ACH-EXTRACT-RECORD FROM NACHA-BATCH-CONTROL
066160     ADD 1 TO ACH-RECORD-COUNT
066170
066180     MOVE 1                      TO NFC-BATCH-COUNT
066190     MOVE ACH-ENTRY-COUNT        TO NFC-ENTRY-COUNT
066200     MOVE ACH-ENTRY-HASH         TO NFC-ENTRY-HASH
066210     MOVE ACH-TOTAL-DEBIT-CENTS  TO NFC-TOTAL-DEBIT
066220     MOVE ACH-TOTAL-CREDIT-CENTS TO NFC-TOTAL-CREDIT
066230     ADD 1 TO ACH-RECORD-COUNT
066240     COMPUTE ACH-BLOCK-COUNT =
066250         (ACH-RECORD-COUNT + 9) / 10
066260     MOVE ACH-BLOCK-COUNT        TO NFC-BLOCK-COUNT
066270     WRITE ACH-EXTRACT-RECORD FROM NACHA-FILE-CONTROL
066280
066290     COMPUTE ACH-PAD-REMAINDER = ACH-RECORD-COUNT -
066300         ((ACH-RECORD-COUNT / 10) * 10)
066310     IF ACH-PAD-REMAINDER > ZERO
066320         COMPUTE ACH-PAD-REMAINDER = 10 - ACH-PAD-REMAINDER
066330         PERFORM 7650-WRITE-ACH-PAD THRU 7650-EXIT
066340             ACH-PAD-REMAINDER TIMES
066350     END-IF.
066360 7600-EXIT.
066370     EXIT.
066380
066390*-----------------------------------------------------------*
066400* 7650-WRITE-ACH-PAD                                         *
066410*-----------------------------------------------------------*
066420 7650-WRITE-ACH-PAD.
066430     WRITE ACH-EXTRACT-RECORD FROM NACHA-PAD-RECORD.
066440 7650-EXIT.
066450     EXIT.
066460
066470*-----------------------------------------------------------*
066480* 8200-FIND-BANK-ACCOUNTS - LOCATE THE SEQ 1 AND SEQ 2       *
066490* ACCOUNTS FOR BNK-SEARCH-ID (ZERO INDEX MEANS NOT ON FILE)  *
066500*-----------------------------------------------------------*
066510 8200-FIND-BANK-ACCOUNTS.
066520     MOVE ZERO TO EMP-BNK-IDX-1
066530     MOVE ZERO TO EMP-BNK-IDX-2
066540     PERFORM 8250-SCAN-BANK-TABLE THRU 8250-EXIT
066550         VARYING BNK-IDX FROM 1 BY 1
066560         UNTIL BNK-IDX > BNK-COUNT.
066570 8200-EXIT.
066580     EXIT.
066590
066600*-----------------------------------------------------------*
066610* 8250-SCAN-BANK-TABLE - AN ACCOUNT BLOCKED AFTER AN ACH     *
066620* RETURN IS NOT USED                                         *
066630*-----------------------------------------------------------*
066640 8250-SCAN-BANK-TABLE.
066650     IF BK-ID-NUMERIC(BNK-IDX) = BNK-SEARCH-ID
066660         AND BK-ACCOUNT-STATUS(BNK-IDX) NOT = "B"
066670         IF BK-ACCT-SEQ(BNK-IDX) = 2
066680             MOVE BNK-IDX TO EMP-BNK-IDX-2
066690         ELSE
066700             MOVE BNK-IDX TO EMP-BNK-IDX-1
066710         END-IF
066720     END-IF.
066730 8250-EXIT.
066740     EXIT.
066750
066760*-----------------------------------------------------------*
066770* 8300-CHECK-PRENOTE-READY - THE ACCOUNT AT BNK-IDX MAY BE   *
066780* USED ONCE ITS PRENOTE IS APPROVED OR THE WAITING PERIOD    *
066790* SINCE THE ADD/CHANGE DATE HAS PASSED                       *
066800*-----------------------------------------------------------*
066810 8300-CHECK-PRENOTE-READY.
066820     MOVE "N" TO PRENOTE-READY-SWITCH
066830     IF BK-PRENOTE-STATUS(BNK-IDX) = "A"
066840         MOVE "Y" TO PRENOTE-READY-SWITCH
066850         GO TO 8300-EXIT
066860     END-IF
066870     MOVE BK-PRENOTE-DATE(BNK-IDX) TO WORK-DATE
066880     PERFORM 8600-COUNT-DAYS THRU 8600-EXIT
066890     IF RUN-DAY-COUNT - WORK-DAY-COUNT NOT < PRENOTE-WAIT-DAYS
066900         MOVE "Y" TO PRENOTE-READY-SWITCH
066910     END-IF.
066920 8300-EXIT.
066930     EXIT.
066940
066950*-----------------------------------------------------------*
066960* 8400-FIND-PTO-ENTRY - PTO-IDX COMES BACK ZERO WHEN THE     *
066970* EMPLOYEE HAS NO BALANCE RECORD                             *
066980*-----------------------------------------------------------*
066990 8400-FIND-PTO-ENTRY.
067000     MOVE "N" TO PTO-FOUND-SWITCH
067010     PERFORM 8450-SCAN-PTO-TABLE THRU 8450-EXIT
067020         VARYING PTO-IDX FROM 1 BY 1
067030         UNTIL PTO-IDX > PTO-COUNT
067040            OR PTO-FOUND
067050     IF PTO-FOUND
067060         SUBTRACT 1 FROM PTO-IDX
067070     ELSE
067080         MOVE ZERO TO PTO-IDX
067090     END-IF.
067100 8400-EXIT.
067110     EXIT.
067120
067130*-----------------------------------------------------------*
067140* 8450-SCAN-PTO-TABLE                                        *
067150*-----------------------------------------------------------*
067160 8450-SCAN-PTO-TABLE.
067170     IF PTB-ID-NUMERIC(PTO-IDX) = PTO-SEARCH-ID
067180         MOVE "Y" TO PTO-FOUND-SWITCH
067190     END-IF.
067200 8450-EXIT.
067210     EXIT.
067220
067230*-----------------------------------------------------------*
067240* 8600-COUNT-DAYS - APPROXIMATE DAY COUNT FROM WORK-DATE     *
067250* (365 PER YEAR, 30 PER MONTH), GOOD ENOUGH FOR THE PRENOTE  *
067260* WAITING PERIOD TEST                                        *
067270*-----------------------------------------------------------*
067280 8600-COUNT-DAYS.
067290     COMPUTE WORK-DAY-COUNT =
067300         (WKD-YYYY * 365) + (WKD-MM * 30) + WKD-DD.
067310 8600-EXIT.
067320     EXIT.
067330
067340*-----------------------------------------------------------*
067350* 8000-READ-EMPLOYEE                                         *
067360*-----------------------------------------------------------*
067370 8000-READ-EMPLOYEE.
067380     READ EMPLOYEE-MASTER
067390         AT END
067400             MOVE "Y" TO WS-EOF-SWITCH
067410             MOVE "Y" TO WS-RUN-COMPLETE-SW
067420         NOT AT END
067430             IF EM-PAY-FREQUENCY = RUN-CYCLE-CODE
067440                 ADD 1 TO WS-EMPLOYEE-SEQ-NUM
067450             END-IF
067460             MOVE EM-ID-NUMERIC     TO ID-NUMERIC
067470             MOVE EM-NAME-ALPHA     TO NAME-ALPHA
067480             MOVE EM-RATE-NUMERIC   TO RATE-NUMERIC
067490             MOVE EM-FEDERAL-PRCNT  TO FEDERAL-PRCNT-NUM
067500             MOVE EM-STATE-PRCNT    TO STATE-PRCNT-NUM
067510             MOVE EM-FICA-PRCNT     TO FICA-PRCNT-NUM
067520             MOVE EM-EMP-TYPE       TO EMP-TYPE-SWITCH
067530             MOVE EM-SALARY-AMOUNT  TO SALARY-AMOUNT-NUM
067540             MOVE EM-DEPT-CODE      TO DEPT-CODE-ALPHA
067550             MOVE EM-PAY-METHOD     TO PAY-METHOD-SWITCH
067560             MOVE EM-PAY-FREQUENCY  TO PAY-FREQUENCY-CODE
067570             PERFORM 8050-MOVE-W4-FIELDS THRU 8050-EXIT
067580             IF EM-PAY-FREQUENCY = RUN-CYCLE-CODE
067590                 PERFORM 8100-MATCH-TIMECARD THRU 8100-EXIT
067600             ELSE
067610                 MOVE "N" TO TIMECARD-FOUND-SWITCH
067620                 MOVE ZERO TO HOURS-NUMERIC
067630             END-IF
067640     END-READ.
067650 8000-EXIT.
067660     EXIT.
067670
067680*-----------------------------------------------------------*
067690* 8050-MOVE-W4-FIELDS - MASTERS WRITTEN BEFORE THE W-4       *
067700* FIELDS WERE ADDED CARRY SPACES THERE AND TAKE NO CREDIT    *
067710* OR EXTRA WITHHOLDING                                       *
067720*-----------------------------------------------------------*
067730 8050-MOVE-W4-FIELDS.
067740     MOVE EM-FILING-STATUS       TO FILING-STATUS-CODE
067750     MOVE EM-STATE-FILING-STATUS TO STATE-FILING-STATUS-CODE
067760     IF EM-DEPENDENTS-CREDIT IS NUMERIC
067770         MOVE EM-DEPENDENTS-CREDIT TO DEPENDENTS-CREDIT-NUM
067780     ELSE
067790         MOVE ZERO TO DEPENDENTS-CREDIT-NUM
067800     END-IF
067810     IF EM-FED-EXTRA-WH IS NUMERIC
067820         MOVE EM-FED-EXTRA-WH TO FED-EXTRA-WH-NUM
067830     ELSE
067840         MOVE ZERO TO FED-EXTRA-WH-NUM
067850     END-IF
067860     IF EM-STATE-EXTRA-WH IS NUMERIC
067870         MOVE EM-STATE-EXTRA-WH TO STATE-EXTRA-WH-NUM
067880     ELSE
067890         MOVE ZERO TO STATE-EXTRA-WH-NUM
067900     END-IF.
067910 8050-EXIT.
067920     EXIT.
067930
067940*-----------------------------------------------------------*
067950* 8100-MATCH-TIMECARD                                        *
067960*-----------------------------------------------------------*
067970 8100-MATCH-TIMECARD.
067980     MOVE "N" TO TIMECARD-FOUND-SWITCH
067990     MOVE ZERO TO TIMECARD-HOURS-NUM
068000     PERFORM 8150-SCAN-TIMECARD THRU 8150-EXIT
068010         VARYING TCRD-IDX FROM 1 BY 1
068020         UNTIL TCRD-IDX > TCRD-COUNT
068030     IF TIMECARD-HOURS-NUM > 999
068040         MOVE 999 TO HOURS-NUMERIC
068050     ELSE
068060         MOVE TIMECARD-HOURS-NUM TO HOURS-NUMERIC
068070     END-IF.
068080 8100-EXIT.
068090     EXIT.
068100
068110*-----------------------------------------------------------*
068120* 8150-SCAN-TIMECARD                                         *
068130*-----------------------------------------------------------*
068140 8150-SCAN-TIMECARD.
068150     IF TT-ID-NUMERIC(TCRD-IDX) = ID-NUMERIC
068160         ADD TT-HOURS-NUMERIC(TCRD-IDX) TO TIMECARD-HOURS-NUM
068170         MOVE "Y" TO TIMECARD-FOUND-SWITCH
068180         MOVE "Y" TO TT-MATCHED-FLAG(TCRD-IDX)
068190     END-IF.
068200 8150-EXIT.
068210     EXIT.
068220
068230
068240
068250
068260
068270
068280
068290
068300
068310
068320
068330
068340
068350
068360
068370
068380
068390
068400
068410
068420
068430
068440
068450
068460
068470
068480
