000450*                 EFFECT FOR THE RUN DATE) SO THEY ALWAYS    *
000460*                 MATCH THE PAY RUN; COMPILED VALUES REMAIN  *
000470*                 AS DEFAULTS ONLY. MEMBER RESEQUENCED.      *
000480* 10/15/2026 RJH  ADDED W-4 WITHHOLDING FIELDS (FEDERAL AND  *
000490*                 STATE FILING STATUS, DEPENDENTS CREDIT,    *
000500*                 EXTRA WITHHOLDING PER PERIOD) TO THE       *
000510*                 MASTER LAYOUT, TRANSACTIONS, EDITS, AUDIT  *
000520*                 TRAIL, AND STAGED PTO PAYOUTS. MEMBER      *
000530*                 RESEQUENCED.                               *
000540* 10/15/2026 RJH  RATE AND SALARY CHANGES CARRY AN           *
000550*                 EFFECTIVE DATE. A BACK-DATED RAISE IS      *
000560*                 PRICED AGAINST THE PAYMENT HISTORY FOR     *
000570*                 EACH PERIOD ALREADY PAID (VOIDED PAYMENTS  *
000580*                 SKIPPED), LISTED PERIOD BY PERIOD ON A     *
000590*                 RETRO REPORT FOR MANAGER SIGN-OFF, AND     *
000600*                 STAGED BY DEPARTMENT CHARGED AS A RETRO    *
000610*                 PAY TRANSACTION FOR THE NEXT PAY RUN.      *
000620*                 MEMBER RESEQUENCED.                        *
000630* 10/15/2026 RJH  AN ADD NOW CARRIES THE SSN, HOME           *
000640*                 ADDRESS, HIRE DATE, AND WORK STATE THE     *
000650*                 STATE NEW-HIRE REGISTRY REQUIRES. EACH     *
000660*                 HIRE APPLIED IS STAGED ON THE NEW-HIRE     *
000670*                 FILE FOR REPORTING; AN ADD FOR AN ID THE   *
000680*                 AUDIT TRAIL SHOWS AS TERMINATED IS STAGED  *
000690*                 AS A REHIRE. MEMBER RESEQUENCED.           *
000700* 10/15/2026 RJH  PAYMENT HISTORY LAYOUT BROUGHT IN STEP     *
000710*                 WITH THE PAY RUN (REISSUE AND SUPPLEMENTAL *
000720*                 TYPES, SUPPLEMENTAL PAY AMOUNT). RETRO     *
000730*                 REPORT TOTAL WRITTEN ONLY WHEN THE REPORT  *
000740*                 OPENED. MEMBER RESEQUENCED.                *
000750*-----------------------------------------------------------*
000760
000770 ENVIRONMENT DIVISION.
000780 CONFIGURATION SECTION.
000790 SOURCE-COMPUTER. IBM-370.
000800 OBJECT-COMPUTER. IBM-370.
000810 INPUT-OUTPUT SECTION.
000820 FILE-CONTROL.
000830     SELECT EMPLOYEE-MASTER-IN ASSIGN TO EMPMSTR
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-EMPMSTI-STATUS.
000860
000870     SELECT EMPLOYEE-MASTER-OUT ASSIGN TO EMPMSTO
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-EMPMSTO-STATUS.
000900
000910     SELECT MAINT-TRANS ASSIGN TO MNTTRAN
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-MNTTRAN-STATUS.
000940
000950     SELECT AUDIT-TRAIL ASSIGN TO AUDITTRL
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-AUDITTRL-STATUS.
000980
000990     SELECT MAINT-REPORT ASSIGN TO MNTRPT
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-MNTRPT-STATUS.
001020
001030     SELECT PTO-BALANCE ASSIGN TO PTOBAL
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-PTOBAL-STATUS.
001060
001070     SELECT PTO-PAYOUT ASSIGN TO PTOPAY
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WS-PTOPAY-STATUS.
001100
001110     SELECT COMPANY-CONTROL ASSIGN TO COMPCTL
001120         ORGANIZATION IS LINE SEQUENTIAL
001130         FILE STATUS IS WS-COMPCTL-STATUS.
001140     SELECT PAY-HISTORY ASSIGN TO PAYHIST
001150         ORGANIZATION IS LINE SEQUENTIAL
001160         FILE STATUS IS WS-PAYHIST-STATUS.
001170
001180     SELECT RETRO-PAY ASSIGN TO RETROPAY
001190         ORGANIZATION IS LINE SEQUENTIAL
001200         FILE STATUS IS WS-RETROPAY-STATUS.
001210
001220     SELECT RETRO-REPORT ASSIGN TO RETRORPT
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS WS-RETRORPT-STATUS.
001250
001260     SELECT NEW-HIRE ASSIGN TO NEWHIRE
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS WS-NEWHIRE-STATUS.
001290
001300 DATA DIVISION.
001310 FILE SECTION.
001320 FD  EMPLOYEE-MASTER-IN
001330     RECORDING MODE IS F.
001340 01  EMPLOYEE-MASTER-IN-RECORD.
001350     05  EMI-ID-NUMERIC      PIC 9(03).
001360     05  FILLER              PIC X(77).
001370
001380 FD  EMPLOYEE-MASTER-OUT
001390     RECORDING MODE IS F.
001400 01  EMPLOYEE-MASTER-OUT-RECORD  PIC X(80).
001410
001420 FD  MAINT-TRANS
001430     RECORDING MODE IS F.
001440 01  MAINT-TRANS-RECORD.
001450     05  MT-ACTION-CODE      PIC X(01).
001460         88  MT-ACTION-ADD             VALUE "A".
001470         88  MT-ACTION-CHANGE          VALUE "C".
001480         88  MT-ACTION-TERMINATE       VALUE "T".
001490     05  MT-ID-NUMERIC       PIC 9(03).
001500     05  MT-USER-ID          PIC X(08).
001510     05  MT-NAME-ALPHA       PIC X(20).
001520     05  MT-RATE-ALPHA       PIC X(07).
001530     05  MT-RATE-NUMERIC REDEFINES MT-RATE-ALPHA
001540                             PIC 9(05)V99.
001550     05  MT-FEDERAL-ALPHA    PIC X(03).
001560     05  MT-FEDERAL-PRCNT REDEFINES MT-FEDERAL-ALPHA
001570                             PIC 9V99.
001580     05  MT-STATE-ALPHA      PIC X(03).
001590     05  MT-STATE-PRCNT REDEFINES MT-STATE-ALPHA
001600                             PIC 9V99.
001610     05  MT-FICA-ALPHA       PIC X(03).
001620     05  MT-FICA-PRCNT REDEFINES MT-FICA-ALPHA
001630                             PIC 9V99.
001640     05  MT-EMP-TYPE         PIC X(01).
001650     05  MT-SALARY-ALPHA     PIC X(09).
001660     05  MT-SALARY-AMOUNT REDEFINES MT-SALARY-ALPHA
001670                             PIC 9(07)V99.
001680     05  MT-DEPT-CODE        PIC X(03).
001690     05  MT-PAY-METHOD       PIC X(01).
001700     05  MT-PAY-FREQUENCY    PIC X(01).
001710     05  MT-FILING-STATUS    PIC X(01).
001720     05  MT-DEPENDENTS-ALPHA PIC X(07).
001730     05  MT-DEPENDENTS-CREDIT REDEFINES MT-DEPENDENTS-ALPHA
001740                             PIC 9(05)V99.
001750     05  MT-FED-EXTRA-ALPHA  PIC X(07).
001760     05  MT-FED-EXTRA-WH REDEFINES MT-FED-EXTRA-ALPHA
001770                             PIC 9(05)V99.
001780     05  MT-STATE-FILING-STATUS PIC X(01).
001790     05  MT-STATE-EXTRA-ALPHA PIC X(07).
001800     05  MT-STATE-EXTRA-WH REDEFINES MT-STATE-EXTRA-ALPHA
001810                             PIC 9(05)V99.
001820     05  MT-EFFECTIVE-ALPHA  PIC X(08).
001830     05  MT-EFFECTIVE-DATE REDEFINES MT-EFFECTIVE-ALPHA
001840                             PIC 9(08).
001850     05  MT-SSN-ALPHA        PIC X(09).
001860     05  MT-SSN-NUMERIC REDEFINES MT-SSN-ALPHA
001870                             PIC 9(09).
001880     05  MT-ADDRESS-LINE     PIC X(30).
001890     05  MT-CITY-NAME        PIC X(20).
001900     05  MT-ADDRESS-STATE    PIC X(02).
001910     05  MT-ZIP-CODE.
001920         10  MT-ZIP-FIVE         PIC X(05).
001930         10  MT-ZIP-FOUR         PIC X(04).
001940     05  MT-HIRE-ALPHA       PIC X(08).
001950     05  MT-HIRE-DATE REDEFINES MT-HIRE-ALPHA
001960                             PIC 9(08).
001970     05  MT-WORK-STATE       PIC X(02).
001980
001990 FD  AUDIT-TRAIL
002000     RECORDING MODE IS F.
002010 01  AUDIT-TRAIL-RECORD      PIC X(80).
002020
002030 FD  MAINT-REPORT
002040     RECORDING MODE IS F.
002050 01  MAINT-REPORT-RECORD     PIC X(132).
002060
002070 FD  PTO-BALANCE
002080     RECORDING MODE IS F.
002090 01  PTO-BALANCE-RECORD.
002100     05  PB-ID-NUMERIC       PIC 9(03).
002110     05  PB-VAC-BALANCE      PIC 9(05)V99.
002120     05  PB-SICK-BALANCE     PIC 9(05)V99.
002130
002140 FD  PTO-PAYOUT
002150     RECORDING MODE IS F.
002160 01  PTO-PAYOUT-RECORD.
002170     05  PP-ID-NUMERIC       PIC 9(03).
002180     05  PP-NAME-ALPHA       PIC X(20).
002190     05  PP-PAYOUT-HOURS     PIC 9(03)V99.
002200     05  PP-RATE-NUMERIC     PIC 9(05)V99.
002210     05  PP-FEDERAL-PRCNT    PIC 9V99.
002220     05  PP-STATE-PRCNT      PIC 9V99.
002230     05  PP-FICA-PRCNT       PIC 9V99.
002240     05  PP-DEPT-CODE        PIC X(03).
002250     05  PP-PAY-METHOD       PIC X(01).
002260     05  PP-FILING-STATUS    PIC X(01).
002270     05  PP-DEPENDENTS-CREDIT PIC 9(05)V99.
002280     05  PP-FED-EXTRA-WH     PIC 9(05)V99.
002290     05  PP-STATE-FILING-STATUS PIC X(01).
002300     05  PP-STATE-EXTRA-WH   PIC 9(05)V99.
002310
002320 FD  COMPANY-CONTROL
002330     RECORDING MODE IS F.
002340 01  COMPANY-CONTROL-RECORD.
002350     05  CC-EFFECTIVE-DATE   PIC 9(08).
002360     05  CC-FICA-WAGE-BASE   PIC 9(09)V99.
002370     05  CC-FUTA-RATE        PIC 9V999.
002380     05  CC-FUTA-WAGE-BASE   PIC 9(09)V99.
002390     05  CC-SUTA-RATE        PIC 9V999.
002400     05  CC-SUTA-WAGE-BASE   PIC 9(09)V99.
002410     05  CC-OT-THRESHOLD     PIC 9(03).
002420     05  CC-OT-MULTIPLIER    PIC 9V9.
002430     05  CC-MAX-HOURS        PIC 9(03).
002440     05  CC-MAX-RATE         PIC 9(03).
002450     05  CC-MAX-TAXRATE      PIC 9V99.
002460     05  CC-CHECK-START      PIC 9(06).
002470     05  FILLER              PIC X(44).
002480 FD  PAY-HISTORY
002490     RECORDING MODE IS F.
002500 01  PAY-HISTORY-RECORD.
002510     05  PH-ID-NUMERIC       PIC 9(03).
002520     05  PH-NAME-ALPHA       PIC X(20).
002530     05  PH-RECORD-TYPE      PIC X(01).
002540         88  PH-TYPE-REGULAR           VALUE "P".
002550         88  PH-TYPE-PTO-PAYOUT        VALUE "T".
002560         88  PH-TYPE-VOID              VALUE "V".
002570         88  PH-TYPE-RETRO             VALUE "R".
002580         88  PH-TYPE-REISSUE           VALUE "I".
002590         88  PH-TYPE-SUPPLEMENTAL      VALUE "S".
002600     05  PH-PAY-DATE         PIC 9(08).
002610     05  PH-PERIOD-END       PIC 9(08).
002620     05  PH-CYCLE-CODE       PIC X(01).
002630     05  PH-DEPT-CODE        PIC X(03).
002640     05  PH-HOURS            PIC 9(03).
002650     05  PH-RATE             PIC 9(05)V99.
002660     05  PH-REG-HOURS        PIC 9(03).
002670     05  PH-OT-HOURS         PIC 9(03).
002680     05  PH-REGULAR-PAY      PIC 9(07)V99.
002690     05  PH-OVERTIME-PAY     PIC 9(07)V99.
002700     05  PH-SHIFT-PREM       PIC 9(07)V99.
002710     05  PH-VACATION-PAY     PIC 9(07)V99.
002720     05  PH-SICK-PAY         PIC 9(07)V99.
002730     05  PH-HOLIDAY-PAY      PIC 9(07)V99.
002740     05  PH-GROSS            PIC 9(07)V99.
002750     05  PH-FEDERAL          PIC 9(07)V99.
002760     05  PH-STATE            PIC 9(07)V99.
002770     05  PH-FICA             PIC 9(07)V99.
002780     05  PH-TAX-TOTAL        PIC 9(07)V99.
002790     05  PH-ER-FICA          PIC 9(07)V99.
002800     05  PH-FUTA             PIC 9(07)V99.
002810     05  PH-SUTA             PIC 9(07)V99.
002820     05  PH-FED-WAGES        PIC 9(07)V99.
002830     05  PH-FICA-WAGES       PIC 9(07)V99.
002840     05  PH-PRETAX-401K      PIC 9(07)V99.
002850     05  PH-PRETAX-S125      PIC 9(07)V99.
002860     05  PH-DED-TOTAL        PIC 9(07)V99.
002870     05  PH-ARR-TOTAL        PIC 9(07)V99.
002880     05  PH-NET              PIC 9(07)V99.
002890     05  PH-YTD-GROSS        PIC 9(09)V99.
002900     05  PH-YTD-TAX          PIC 9(09)V99.
002910     05  PH-YTD-NET          PIC 9(09)V99.
002920     05  PH-PAY-METHOD       PIC X(01).
002930         88  PH-PAID-BY-CHECK          VALUE "C".
002940         88  PH-PAID-BY-ACH            VALUE "A".
002950     05  PH-CHECK-NUMBER     PIC 9(06).
002960     05  PH-DEPOSIT-ENTRY    OCCURS 2 TIMES.
002970         10  PH-TRACE-NUMBER     PIC X(15).
002980         10  PH-DEPOSIT-AMOUNT   PIC 9(07)V99.
002990     05  PH-ORIG-DATE        PIC 9(08).
003000     05  PH-DEPT-COUNT       PIC 9(02).
003010     05  PH-DEPT-ENTRY       OCCURS 10 TIMES.
003020         10  PH-DPT-CODE         PIC X(03).
003030         10  PH-DPT-REG-HOURS    PIC 9(03).
003040         10  PH-DPT-OT-HOURS     PIC 9(03).
003050         10  PH-DPT-GROSS        PIC 9(07)V99.
003060     05  PH-DED-COUNT        PIC 9(02).
003070     05  PH-DED-ENTRY        OCCURS 20 TIMES.
003080         10  PH-DED-CODE         PIC X(03).
003090         10  PH-DED-KIND         PIC X(01).
003100             88  PH-DED-PRETAX           VALUE "P".
003110             88  PH-DED-AFTER-TAX        VALUE "D".
003120             88  PH-DED-ARREARS          VALUE "A".
003130         10  PH-DED-VENDOR       PIC X(20).
003140         10  PH-DED-AMOUNT       PIC 9(07)V99.
003150     05  PH-RETRO-PAY        PIC 9(07)V99.
003160     05  PH-SUPP-PAY         PIC 9(07)V99.
003170
003180 FD  RETRO-PAY
003190     RECORDING MODE IS F.
003200 01  RETRO-PAY-RECORD.
003210     05  RP-ID-NUMERIC       PIC 9(03).
003220     05  RP-NAME-ALPHA       PIC X(20).
003230     05  RP-EFFECTIVE-DATE   PIC 9(08).
003240     05  RP-PERIOD-COUNT     PIC 9(03).
003250     05  RP-RETRO-AMOUNT     PIC 9(07)V99.
003260     05  RP-RATE-NUMERIC     PIC 9(05)V99.
003270     05  RP-EMP-TYPE         PIC X(01).
003280     05  RP-FEDERAL-PRCNT    PIC 9V99.
003290     05  RP-STATE-PRCNT      PIC 9V99.
003300     05  RP-FICA-PRCNT       PIC 9V99.
003310     05  RP-DEPT-CODE        PIC X(03).
003320     05  RP-PAY-METHOD       PIC X(01).
003330     05  RP-FILING-STATUS    PIC X(01).
003340     05  RP-DEPENDENTS-CREDIT PIC 9(05)V99.
003350     05  RP-FED-EXTRA-WH     PIC 9(05)V99.
003360     05  RP-STATE-FILING-STATUS PIC X(01).
003370     05  RP-STATE-EXTRA-WH   PIC 9(05)V99.
003380     05  RP-DEPT-COUNT       PIC 9(02).
003390     05  RP-DEPT-ENTRY       OCCURS 10 TIMES.
003400         10  RP-DPT-CODE         PIC X(03).
003410         10  RP-DPT-AMOUNT       PIC 9(07)V99.
003420
003430 FD  RETRO-REPORT
003440     RECORDING MODE IS F.
003450 01  RETRO-REPORT-RECORD     PIC X(132).
003460*-----------------------------------------------------------*
003470* NEW-HIRE - ONE RECORD PER HIRE OR REHIRE APPLIED, HELD     *
003480* PENDING UNTIL THE NEW-HIRE REPORTING RUN SENDS IT TO THE   *
003490* STATE AND MARKS IT REPORTED                                *
003500*-----------------------------------------------------------*
003510 FD  NEW-HIRE
003520     RECORDING MODE IS F.
003530 01  NEW-HIRE-RECORD.
003540     05  NH-ID-NUMERIC       PIC 9(03).
003550     05  NH-NAME-ALPHA       PIC X(20).
003560     05  NH-SSN              PIC 9(09).
003570     05  NH-ADDRESS-LINE     PIC X(30).
003580     05  NH-CITY-NAME        PIC X(20).
003590     05  NH-ADDRESS-STATE    PIC X(02).
003600     05  NH-ZIP-CODE         PIC X(09).
003610     05  NH-HIRE-DATE        PIC 9(08).
003620     05  NH-WORK-STATE       PIC X(02).
003630     05  NH-HIRE-TYPE        PIC X(01).
003640         88  NH-NEW-HIRE               VALUE "N".
003650         88  NH-REHIRE                 VALUE "R".
003660     05  NH-ENTERED-DATE     PIC 9(08).
003670     05  NH-ENTERED-USER     PIC X(08).
003680     05  NH-REPORT-STATUS    PIC X(01).
003690         88  NH-PENDING                VALUE "P".
003700         88  NH-REPORTED               VALUE "R".
003710         88  NH-DUPLICATE              VALUE "D".
003720     05  NH-REPORTED-DATE    PIC 9(08).
003730
003740 WORKING-STORAGE SECTION.
003750*-----------------------------------------------------------*
003760* FILE STATUS SWITCHES                                      *
003770*-----------------------------------------------------------*
003780 01  WS-EMPMSTI-STATUS       PIC X(02).
003790     88  WS-EMPMSTI-OK                VALUE "00".
003800     88  WS-EMPMSTI-EOF               VALUE "10".
003810
003820 01  WS-EMPMSTO-STATUS       PIC X(02).
003830     88  WS-EMPMSTO-OK                VALUE "00".
003840
003850 01  WS-MNTTRAN-STATUS       PIC X(02).
003860     88  WS-MNTTRAN-OK                VALUE "00".
003870     88  WS-MNTTRAN-EOF               VALUE "10".
003880
003890 01  WS-AUDITTRL-STATUS      PIC X(02).
003900     88  WS-AUDITTRL-OK               VALUE "00".
003910     88  WS-AUDITTRL-EOF              VALUE "10".
003920     88  WS-AUDITTRL-FILE-MISSING     VALUE "35".
003930
003940 01  WS-MNTRPT-STATUS        PIC X(02).
003950     88  WS-MNTRPT-OK                 VALUE "00".
003960
003970 01  WS-PTOBAL-STATUS        PIC X(02).
003980     88  WS-PTOBAL-OK                 VALUE "00".
003990     88  WS-PTOBAL-EOF                VALUE "10".
004000     88  WS-PTOBAL-FILE-MISSING       VALUE "35".
004010
004020 01  WS-PTOPAY-STATUS        PIC X(02).
004030     88  WS-PTOPAY-OK                 VALUE "00".
004040     88  WS-PTOPAY-FILE-MISSING       VALUE "35".
004050
004060 01  WS-COMPCTL-STATUS       PIC X(02).
004070     88  WS-COMPCTL-OK                VALUE "00".
004080     88  WS-COMPCTL-EOF               VALUE "10".
004090     88  WS-COMPCTL-FILE-MISSING      VALUE "35".
004100 01  WS-PAYHIST-STATUS       PIC X(02).
004110     88  WS-PAYHIST-OK                VALUE "00".
004120     88  WS-PAYHIST-EOF               VALUE "10".
004130     88  WS-PAYHIST-FILE-MISSING      VALUE "35".
004140
004150 01  WS-RETROPAY-STATUS      PIC X(02).
004160     88  WS-RETROPAY-OK               VALUE "00".
004170     88  WS-RETROPAY-FILE-MISSING     VALUE "35".
004180
004190 01  WS-RETRORPT-STATUS      PIC X(02).
004200     88  WS-RETRORPT-OK               VALUE "00".
004210
004220 01  WS-NEWHIRE-STATUS       PIC X(02).
004230     88  WS-NEWHIRE-OK                VALUE "00".
004240     88  WS-NEWHIRE-FILE-MISSING      VALUE "35".
004250
004260 01  WS-SWITCHES.
004270     05  WS-TRANS-VALID-SWITCH PIC X(01) VALUE "Y".
004280         88  WS-TRANS-VALID              VALUE "Y".
004290         88  WS-TRANS-INVALID            VALUE "N".
004300     05  WORK-DELETED-SWITCH PIC X(01)   VALUE "N".
004310         88  WORK-DELETED                VALUE "Y".
004320     05  WORK-ALLOC-SWITCH   PIC X(01)   VALUE "N".
004330         88  WORK-ALLOCATED              VALUE "Y".
004340
004350*-----------------------------------------------------------*
004360* RUN DATE AND TIME FOR THE AUDIT TRAIL AND REPORT          *
004370*-----------------------------------------------------------*
004380 01  WS-SYSTEM-DATE.
004390     05  WS-SYSTEM-YYYY      PIC 9(04).
004400     05  WS-SYSTEM-MM        PIC 9(02).
004410     05  WS-SYSTEM-DD        PIC 9(02).
004420
004430 01  WS-SYSTEM-TIME.
004440     05  WS-TIME-HHMMSS      PIC 9(06).
004450     05  WS-TIME-HUNDREDTHS  PIC 9(02).
004460
004470 01  WS-RUN-DATE-DISPLAY     PIC X(10).
004480
004490*-----------------------------------------------------------*
004500* CONFIGURABLE EDIT LIMITS - OVERLAID AT INITIALIZE FROM    *
004510* THE COMPANY CONTROL RECORD IN EFFECT FOR THE RUN DATE SO  *
004520* THEY ALWAYS MATCH THE PAY RUN; COMPILED VALUES ARE ONLY   *
004530* DEFAULTS FOR WHEN NO CONTROL RECORD APPLIES               *
004540*-----------------------------------------------------------*
004550 01  WS-VALIDATION-LIMITS.
004560     05  VL-MAX-RATE         PIC 9(03)     VALUE 500.
004570     05  VL-MIN-TAXRATE      PIC 9V99      VALUE 0.00.
004580     05  VL-MAX-TAXRATE      PIC 9V99      VALUE 0.50.
004590
004600 01  WS-CTRL-EOF-SWITCH      PIC X(01)     VALUE "N".
004610     88  WS-CTRL-AT-END                    VALUE "Y".
004620 01  CTRL-FOUND-SWITCH       PIC X(01)     VALUE "N".
004630     88  CTRL-FOUND                        VALUE "Y".
004640 01  CTRL-BEST-DATE          PIC 9(08)     VALUE ZERO.
004650 01  CTRL-BEST-MAX-RATE      PIC 9(03)     VALUE ZERO.
004660 01  CTRL-BEST-MAX-TAXRATE   PIC 9V99      VALUE ZERO.
004670 01  CTRL-BEST-OT-MULT      PIC 9V9       VALUE ZERO.
004680
004690*-----------------------------------------------------------*
004700* MATCHING KEYS - 9999 MARKS END OF THE RESPECTIVE FILE     *
004710*-----------------------------------------------------------*
004720 01  MASTER-KEY              PIC 9(04)     VALUE ZERO.
004730 01  TRANS-KEY               PIC 9(04)     VALUE ZERO.
004740 01  PREV-TRANS-KEY          PIC 9(04)     VALUE ZERO.
004750 01  ACTIVE-KEY              PIC 9(04)     VALUE ZERO.
004760
004770*-----------------------------------------------------------*
004780* RUN CONTROL COUNTS                                        *
004790*-----------------------------------------------------------*
004800 01  MASTERS-READ-COUNT      PIC 9(05) COMP VALUE ZERO.
004810 01  MASTERS-WRITTEN-COUNT   PIC 9(05) COMP VALUE ZERO.
004820 01  ADDS-APPLIED-COUNT      PIC 9(05) COMP VALUE ZERO.
004830 01  CHANGES-APPLIED-COUNT   PIC 9(05) COMP VALUE ZERO.
004840 01  TERMS-APPLIED-COUNT     PIC 9(05) COMP VALUE ZERO.
004850 01  TRANS-REJECTED-COUNT    PIC 9(05) COMP VALUE ZERO.
004860
004870*-----------------------------------------------------------*
004880* EMPLOYEE WORK AND HOLD AREAS - SAME LAYOUT AS THE MASTER  *
004890*-----------------------------------------------------------*
004900 01  EMPLOYEE-WORK-RECORD.
004910     05  EW-ID-NUMERIC       PIC 9(03).
004920     05  EW-NAME-ALPHA       PIC X(20).
004930     05  EW-HOURS-NUMERIC    PIC 9(03).
004940     05  EW-RATE-NUMERIC     PIC 9(05)V99.
004950     05  EW-RATE-ALPHA REDEFINES EW-RATE-NUMERIC
004960                             PIC X(07).
004970     05  EW-FEDERAL-PRCNT    PIC 9V99.
004980     05  EW-FEDERAL-ALPHA REDEFINES EW-FEDERAL-PRCNT
004990                             PIC X(03).
005000     05  EW-STATE-PRCNT      PIC 9V99.
005010     05  EW-STATE-ALPHA REDEFINES EW-STATE-PRCNT
005020                             PIC X(03).
005030     05  EW-FICA-PRCNT       PIC 9V99.
005040     05  EW-FICA-ALPHA REDEFINES EW-FICA-PRCNT
005050                             PIC X(03).
005060     05  EW-EMP-TYPE         PIC X(01).
005070         88  EW-TYPE-HOURLY            VALUE "H".
005080         88  EW-TYPE-SALARY            VALUE "S".
005090     05  EW-SALARY-AMOUNT    PIC 9(07)V99.
005100     05  EW-SALARY-ALPHA REDEFINES EW-SALARY-AMOUNT
005110                             PIC X(09).
005120     05  EW-DEPT-CODE        PIC X(03).
005130     05  EW-PAY-METHOD       PIC X(01).
005140         88  EW-PAY-ACH                VALUE "D".
005150         88  EW-PAY-CHECK              VALUE "C".
005160     05  EW-PAY-FREQUENCY    PIC X(01).
005170         88  EW-FREQ-WEEKLY            VALUE "W".
005180         88  EW-FREQ-BIWEEKLY          VALUE "B".
005190         88  EW-FREQ-SEMIMONTHLY       VALUE "S".
005200         88  EW-FREQ-MONTHLY           VALUE "M".
005210     05  EW-FILING-STATUS    PIC X(01).
005220         88  EW-FILING-VALID           VALUES " " "S" "M" "H".
005230     05  EW-DEPENDENTS-CREDIT PIC 9(05)V99.
005240     05  EW-DEPENDENTS-ALPHA REDEFINES EW-DEPENDENTS-CREDIT
005250                             PIC X(07).
005260     05  EW-FED-EXTRA-WH     PIC 9(05)V99.
005270     05  EW-FED-EXTRA-ALPHA REDEFINES EW-FED-EXTRA-WH
005280                             PIC X(07).
005290     05  EW-STATE-FILING-STATUS PIC X(01).
005300         88  EW-STATE-FILING-VALID     VALUES " " "S" "M" "H".
005310     05  EW-STATE-EXTRA-WH   PIC 9(05)V99.
005320     05  EW-STATE-EXTRA-ALPHA REDEFINES EW-STATE-EXTRA-WH
005330                             PIC X(07).
005340
005350 01  EMPLOYEE-HOLD-RECORD    PIC X(80).
005360
005370*-----------------------------------------------------------*
005380* PENDING AUDIT ENTRIES FOR ONE TRANSACTION - FLUSHED ONLY  *
005390* AFTER THE CHANGED RECORD PASSES VALIDATION                *
005400*-----------------------------------------------------------*
005410 01  AUDIT-PEND-COUNT        PIC 9(02)  COMP  VALUE ZERO.
005420 01  AUDIT-PEND-IDX          PIC 9(02)  COMP  VALUE ZERO.
005430 01  AUDIT-PEND-TABLE.
005440     05  AUDIT-PEND-ENTRY    OCCURS 15 TIMES.
005450         10  AP-FIELD-NAME       PIC X(14).
005460         10  AP-BEFORE           PIC X(20).
005470         10  AP-AFTER            PIC X(20).
005480
005490 01  NOTE-FIELD-NAME         PIC X(14).
005500 01  NOTE-BEFORE             PIC X(20).
005510 01  NOTE-AFTER              PIC X(20).
005520 01  NOTE-REASON             PIC X(40).
005530
005540 01  WS-REJECT-REASON        PIC X(60).
005550 01  WS-REJECT-REASON-HOLD   PIC X(60).
005560
005570*-----------------------------------------------------------*
005580* PTO BALANCES BY EMPLOYEE - READ AT INITIALIZE SO A        *
005590* TERMINATE CAN STAGE THE VACATION PAYOUT                   *
005600*-----------------------------------------------------------*
005610 01  WS-PTO-EOF-SWITCH       PIC X(01)   VALUE "N".
005620     88  WS-PTO-AT-END               VALUE "Y".
005630 01  PTO-COUNT               PIC 9(03)  COMP  VALUE ZERO.
005640 01  PTO-IDX                 PIC 9(03)  COMP  VALUE ZERO.
005650 01  PTO-MAX-ENTRIES         PIC 9(03)  COMP  VALUE 500.
005660 01  PTO-FOUND-SWITCH        PIC X(01)        VALUE "N".
005670     88  PTO-FOUND                           VALUE "Y".
005680 01  PTO-TABLE.
005690     05  PTO-ENTRY           OCCURS 500 TIMES.
005700         10  PTB-ID-NUMERIC      PIC 9(03).
005710         10  PTB-VAC-BALANCE     PIC 9(05)V99.
005720         10  PTB-SICK-BALANCE    PIC 9(05)V99.
005730 01  PAYOUTS-STAGED-COUNT    PIC 9(05) COMP VALUE ZERO.
005740 01  NOTE-HOURS-DISPLAY      PIC ZZZZ9.99.
005750 01  NOTE-AMOUNT-DISPLAY     PIC ZZZZZZ9.99.
005760
005770*-----------------------------------------------------------*
005780* RETROACTIVE PAY - THE PRE-CHANGE RATE, SALARY, AND TYPE   *
005790* ARE HELD SO A BACK-DATED RAISE CAN BE PRICED AGAINST      *
005800* EACH PERIOD ALREADY PAID; THE PERIODS, ANY VOIDS OF THEM, *
005810* AND EARLIER RETRO PAYMENTS ARE GATHERED FROM THE PAYMENT  *
005820* HISTORY FIRST, THEN PRICED ONE PERIOD AT A TIME           *
005830*-----------------------------------------------------------*
005840 01  RETRO-OT-MULTIPLIER     PIC 9V9          VALUE 1.5.
005850 01  RETRO-OLD-RATE          PIC 9(05)V99     VALUE ZERO.
005860 01  RETRO-OLD-SALARY        PIC 9(07)V99     VALUE ZERO.
005870 01  RETRO-OLD-TYPE          PIC X(01)        VALUE SPACE.
005880 01  RETRO-OLD-BASIS         PIC 9(07)V99     VALUE ZERO.
005890 01  RETRO-NEW-BASIS         PIC 9(07)V99     VALUE ZERO.
005900 01  RETRO-PAID-BASIS        PIC 9(07)V99     VALUE ZERO.
005910 01  RETRO-HOURS-EQUIV       PIC 9(05)V99     VALUE ZERO.
005920 01  RETRO-DEPT-AMOUNT       PIC 9(07)V99     VALUE ZERO.
005930 01  RETRO-PERIOD-START      PIC 9(07)V99     VALUE ZERO.
005940 01  RETRO-TOTAL-AMOUNT      PIC 9(07)V99     VALUE ZERO.
005950 01  RETRO-POST-DEPT         PIC X(03)        VALUE SPACES.
005960 01  RETRO-PERIODS-PAID      PIC 9(03)  COMP  VALUE ZERO.
005970 01  RETRO-PRIOR-SWITCH      PIC X(01)        VALUE "N".
005980     88  RETRO-PRIOR-ADJUSTED                VALUE "Y".
005990 01  RETRO-FOUND-SWITCH      PIC X(01)        VALUE "N".
006000     88  RETRO-FOUND                         VALUE "Y".
006010 01  RETRO-MAX-PERIODS       PIC 9(03)  COMP  VALUE 60.
006020 01  RETRO-PERIOD-COUNT      PIC 9(03)  COMP  VALUE ZERO.
006030 01  RETRO-IDX               PIC 9(03)  COMP  VALUE ZERO.
006040 01  RETRO-SCAN-IDX          PIC 9(03)  COMP  VALUE ZERO.
006050 01  RETRO-DPT-IDX           PIC 9(02)  COMP  VALUE ZERO.
006060 01  RETRO-DPT-SCAN          PIC 9(02)  COMP  VALUE ZERO.
006070 01  RETRO-PERIOD-TABLE.
006080     05  RETRO-PERIOD-ENTRY  OCCURS 60 TIMES.
006090         10  RT-KIND             PIC X(01).
006100             88  RT-KIND-PAYMENT           VALUE "P".
006110             88  RT-KIND-RETRO             VALUE "R".
006120         10  RT-VOID-SWITCH      PIC X(01).
006130             88  RT-VOIDED                 VALUE "Y".
006140         10  RT-PAY-DATE         PIC 9(08).
006150         10  RT-PERIOD-END       PIC 9(08).
006160         10  RT-EFFECTIVE-DATE   PIC 9(08).
006170         10  RT-RATE             PIC 9(05)V99.
006180         10  RT-REGULAR-PAY      PIC 9(07)V99.
006190         10  RT-NET              PIC 9(07)V99.
006200         10  RT-HOME-DEPT        PIC X(03).
006210         10  RT-DEPT-COUNT       PIC 9(02).
006220         10  RT-DEPT-ENTRY       OCCURS 10 TIMES.
006230             15  RT-DPT-CODE         PIC X(03).
006240             15  RT-DPT-REG-HOURS    PIC 9(03).
006250             15  RT-DPT-OT-HOURS     PIC 9(03).
006260 01  RETRO-DEPT-COUNT        PIC 9(02)  COMP  VALUE ZERO.
006270 01  RETRO-DEPT-TABLE.
006280     05  RETRO-DEPT-ENTRY    OCCURS 10 TIMES.
006290         10  RDT-DEPT-CODE       PIC X(03).
006300         10  RDT-AMOUNT          PIC 9(07)V99.
006310 01  RETRO-STAGED-COUNT      PIC 9(05)  COMP  VALUE ZERO.
006320 01  WS-RETRO-STAGED-TOTAL   PIC 9(09)V99     VALUE ZERO.
006330
006340*-----------------------------------------------------------*
006350* NEW-HIRE REPORTING - IDS THE AUDIT TRAIL SHOWS AS          *
006360* TERMINATED, OR TERMINATED THIS RUN; AN ADD FOR ONE OF      *
006370* THEM IS REPORTED TO THE STATE AS A REHIRE                  *
006380*-----------------------------------------------------------*
006390 01  TERMINATED-ID-TABLE     VALUE SPACES.
006400     05  TERMINATED-ID-FLAG  PIC X(01)  OCCURS 999 TIMES.
006410         88  ID-TERMINATED             VALUE "Y".
006420 01  AUDIT-SCAN-LINE.
006430     05  FILLER              PIC X(22).
006440     05  AUS-ID-NUMERIC      PIC 9(03).
006450     05  AUS-ACTION-CODE     PIC X(01).
006460     05  AUS-FIELD-NAME      PIC X(14).
006470     05  FILLER              PIC X(40).
006480 01  HIRES-STAGED-COUNT      PIC 9(05)  COMP  VALUE ZERO.
006490 01  REHIRES-STAGED-COUNT    PIC 9(05)  COMP  VALUE ZERO.
006500 01  WORK-DATE               PIC 9(08)        VALUE ZERO.
006510 01  WORK-DATE-SPLIT REDEFINES WORK-DATE.
006520     05  WKD-YYYY            PIC 9(04).
006530     05  WKD-MM              PIC 9(02).
006540     05  WKD-DD              PIC 9(02).
006550 01  WORK-DATE-DISPLAY       PIC X(10)        VALUE SPACES.
006560
006570*-----------------------------------------------------------*
006580* AUDIT-TRAIL RECORD LAYOUT                                 *
006590*-----------------------------------------------------------*
006600 01  WS-AUDIT-LINE.
006610     05  AUL-DATE            PIC 9(08).
006620     05  AUL-TIME            PIC 9(06).
006630     05  AUL-USER-ID         PIC X(08).
006640     05  AUL-ID-NUMERIC      PIC 9(03).
006650     05  AUL-ACTION-CODE     PIC X(01).
006660     05  AUL-FIELD-NAME      PIC X(14).
006670     05  AUL-BEFORE          PIC X(20).
006680     05  AUL-AFTER           PIC X(20).
006690
006700*-----------------------------------------------------------*
006710* MAINT-REPORT PRINT LINES                                  *
006720*-----------------------------------------------------------*
006730 01  WS-REPORT-HEADING.
006740     05  FILLER              PIC X(32)   VALUE
006750             "EMPLOYEE MASTER MAINTENANCE".
006760     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
006770     05  RH-RUN-DATE         PIC X(10).
006780     05  FILLER              PIC X(80)   VALUE SPACES.
006790
006800 01  WS-REJECT-LINE.
006810     05  FILLER              PIC X(09)   VALUE "REJECTED ".
006820     05  FILLER              PIC X(07)   VALUE "ACTION ".
006830     05  RJ-ACTION-CODE      PIC X(01).
006840     05  FILLER              PIC X(09)   VALUE "  EMP ID ".
006850     05  RJ-ID-NUMERIC       PIC Z(3).
006860     05  FILLER              PIC X(02)   VALUE SPACES.
006870     05  RJ-REASON           PIC X(60).
006880     05  FILLER              PIC X(41)   VALUE SPACES.
006890
006900 01  WS-SUMMARY-LINE.
006910     05  SM-LABEL            PIC X(30).
006920     05  SM-COUNT            PIC ZZZZ9.
006930     05  FILLER              PIC X(97)   VALUE SPACES.
006940*-----------------------------------------------------------*
006950* RETRO-REPORT PRINT LINES                                  *
006960*-----------------------------------------------------------*
006970 01  WS-RETRO-HEADING.
006980     05  FILLER              PIC X(32)   VALUE
006990             "RETROACTIVE PAY CALCULATION".
007000     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
007010     05  RRH-RUN-DATE        PIC X(10).
007020     05  FILLER              PIC X(80)   VALUE SPACES.
007030
007040 01  WS-RETRO-EMP-LINE.
007050     05  FILLER              PIC X(07)   VALUE "EMP ID ".
007060     05  REL-ID              PIC Z(3).
007070     05  FILLER              PIC X(02)   VALUE SPACES.
007080     05  REL-NAME            PIC X(20).
007090     05  FILLER              PIC X(12)   VALUE "  EFFECTIVE ".
007100     05  REL-EFFECTIVE       PIC X(10).
007110     05  FILLER              PIC X(02)   VALUE SPACES.
007120     05  REL-BASIS-LABEL     PIC X(07).
007130     05  REL-OLD-BASIS       PIC ZZZZZZ9.99.
007140     05  FILLER              PIC X(04)   VALUE " TO ".
007150     05  REL-NEW-BASIS       PIC ZZZZZZ9.99.
007160     05  FILLER              PIC X(45)   VALUE SPACES.
007170
007180 01  WS-RETRO-COLUMN-LINE.
007190     05  FILLER              PIC X(26)   VALUE
007200             "  PAY DATE    PERIOD END  ".
007210     05  FILLER              PIC X(20)   VALUE
007220             "DEPT  REG HRS OT HRS".
007230     05  FILLER              PIC X(26)   VALUE
007240             "PAID BASIS    NEW BASIS   ".
007250     05  FILLER              PIC X(16)   VALUE
007260             " RETRO AMT  NOTE".
007270     05  FILLER              PIC X(44)   VALUE SPACES.
007280
007290 01  WS-RETRO-DETAIL-LINE.
007300     05  FILLER              PIC X(02)   VALUE SPACES.
007310     05  RDL-PAY-DATE        PIC X(10).
007320     05  FILLER              PIC X(02)   VALUE SPACES.
007330     05  RDL-PERIOD-END      PIC X(10).
007340     05  FILLER              PIC X(02)   VALUE SPACES.
007350     05  RDL-DEPT            PIC X(03).
007360     05  FILLER              PIC X(03)   VALUE SPACES.
007370     05  RDL-REG-HOURS       PIC ZZ9.
007380     05  FILLER              PIC X(05)   VALUE SPACES.
007390     05  RDL-OT-HOURS        PIC ZZ9.
007400     05  FILLER              PIC X(03)   VALUE SPACES.
007410     05  RDL-PAID-BASIS      PIC ZZZZZZ9.99.
007420     05  FILLER              PIC X(03)   VALUE SPACES.
007430     05  RDL-NEW-BASIS       PIC ZZZZZZ9.99.
007440     05  FILLER              PIC X(03)   VALUE SPACES.
007450     05  RDL-AMOUNT          PIC ZZZZZZ9.99.
007460     05  FILLER              PIC X(02)   VALUE SPACES.
007470     05  RDL-NOTE            PIC X(20).
007480     05  FILLER              PIC X(28)   VALUE SPACES.
007490
007500 01  WS-RETRO-TOTAL-LINE.
007510     05  FILLER              PIC X(16)   VALUE "  TOTAL RETRO - ".
007520     05  RTL-PERIODS         PIC ZZ9.
007530     05  FILLER              PIC X(11)   VALUE " PERIOD(S) ".
007540     05  FILLER              PIC X(42)   VALUE SPACES.
007550     05  RTL-AMOUNT          PIC ZZZZZZ9.99.
007560     05  FILLER              PIC X(02)   VALUE SPACES.
007570     05  RTL-NOTE            PIC X(20).
007580     05  FILLER              PIC X(28)   VALUE SPACES.
007590
007600 01  WS-RETRO-MESSAGE-LINE.
007610     05  FILLER              PIC X(02)   VALUE SPACES.
007620     05  RML-TEXT            PIC X(60).
007630     05  FILLER              PIC X(70)   VALUE SPACES.
007640
007650 01  WS-RETRO-SIGNOFF-LINE.
007660     05  FILLER              PIC X(02)   VALUE SPACES.
007670     05  FILLER              PIC X(34)   VALUE
007680             "APPROVED BY ______________________".
007690     05  FILLER              PIC X(04)   VALUE SPACES.
007700     05  FILLER              PIC X(16)   VALUE "DATE __________".
007710     05  FILLER              PIC X(76)   VALUE SPACES.
007720
007730 01  WS-RETRO-GRAND-LINE.
007740     05  FILLER              PIC X(24)   VALUE
007750             "RETRO PAYMENTS STAGED: ".
007760     05  RGL-COUNT           PIC ZZZZ9.
007770     05  FILLER              PIC X(12)   VALUE "   TOTAL:   ".
007780     05  RGL-AMOUNT          PIC ZZZZZZZZ9.99.
007790     05  FILLER              PIC X(79)   VALUE SPACES.
007800
007810 PROCEDURE DIVISION.
007820*-----------------------------------------------------------*
007830* 0000-MAINLINE                                              *
007840*-----------------------------------------------------------*
007850 0000-MAINLINE.
007860     PERFORM 1000-INITIALIZE THRU 1000-EXIT
007870     PERFORM 2000-MATCH-PASS THRU 2000-EXIT
007880         UNTIL MASTER-KEY = 9999 AND TRANS-KEY = 9999
007890     PERFORM 3000-TERMINATE THRU 3000-EXIT
007900     STOP RUN.
007910
007920*-----------------------------------------------------------*
007930* 1000-INITIALIZE                                            *
007940*-----------------------------------------------------------*
007950 1000-INITIALIZE.
007960     OPEN INPUT EMPLOYEE-MASTER-IN
007970     IF NOT WS-EMPMSTI-OK
007980         DISPLAY "ERROR OPENING EMPLOYEE-MASTER-IN, STATUS = "
007990             WS-EMPMSTI-STATUS
008000         MOVE 9999 TO MASTER-KEY
008010         MOVE 9999 TO TRANS-KEY
008020     END-IF
008030
008040     OPEN OUTPUT EMPLOYEE-MASTER-OUT
008050     IF NOT WS-EMPMSTO-OK
008060         DISPLAY "ERROR OPENING EMPLOYEE-MASTER-OUT, STATUS = "
008070             WS-EMPMSTO-STATUS
008080         MOVE 9999 TO MASTER-KEY
008090         MOVE 9999 TO TRANS-KEY
008100     END-IF
008110
008120     OPEN INPUT MAINT-TRANS
008130     IF NOT WS-MNTTRAN-OK
008140         DISPLAY "ERROR OPENING MAINT-TRANS, STATUS = "
008150             WS-MNTTRAN-STATUS
008160         MOVE 9999 TO MASTER-KEY
008170         MOVE 9999 TO TRANS-KEY
008180     END-IF
008190
008200     OPEN INPUT AUDIT-TRAIL
008210     IF WS-AUDITTRL-OK
008220         PERFORM 1600-LOAD-TERMINATED-ID THRU 1600-EXIT
008230             UNTIL NOT WS-AUDITTRL-OK
008240         CLOSE AUDIT-TRAIL
008250     END-IF
008260
008270     OPEN EXTEND AUDIT-TRAIL
008280     IF WS-AUDITTRL-FILE-MISSING
008290         OPEN OUTPUT AUDIT-TRAIL
008300     END-IF
008310     IF NOT WS-AUDITTRL-OK
008320         DISPLAY "ERROR OPENING AUDIT-TRAIL, STATUS = "
008330             WS-AUDITTRL-STATUS
008340         MOVE 9999 TO MASTER-KEY
008350         MOVE 9999 TO TRANS-KEY
008360     END-IF
008370
008380     OPEN OUTPUT MAINT-REPORT
008390     IF NOT WS-MNTRPT-OK
008400         DISPLAY "ERROR OPENING MAINT-REPORT, STATUS = "
008410             WS-MNTRPT-STATUS
008420         MOVE 9999 TO MASTER-KEY
008430         MOVE 9999 TO TRANS-KEY
008440     END-IF
008450
008460     OPEN INPUT PTO-BALANCE
008470     IF WS-PTOBAL-FILE-MISSING
008480         CONTINUE
008490     ELSE
008500         IF NOT WS-PTOBAL-OK
008510             DISPLAY "ERROR OPENING PTO-BALANCE, STATUS = "
008520                 WS-PTOBAL-STATUS
008530         ELSE
008540             PERFORM 1500-LOAD-PTO-BALANCE THRU 1500-EXIT
008550                 UNTIL WS-PTO-AT-END
008560             CLOSE PTO-BALANCE
008570         END-IF
008580     END-IF
008590
008600     OPEN EXTEND PTO-PAYOUT
008610     IF WS-PTOPAY-FILE-MISSING
008620         OPEN OUTPUT PTO-PAYOUT
008630     END-IF
008640     IF NOT WS-PTOPAY-OK
008650         DISPLAY "ERROR OPENING PTO-PAYOUT, STATUS = "
008660             WS-PTOPAY-STATUS
008670         MOVE 9999 TO MASTER-KEY
008680         MOVE 9999 TO TRANS-KEY
008690     END-IF
008700     OPEN EXTEND RETRO-PAY
008710     IF WS-RETROPAY-FILE-MISSING
008720         OPEN OUTPUT RETRO-PAY
008730     END-IF
008740     IF NOT WS-RETROPAY-OK
008750         DISPLAY "ERROR OPENING RETRO-PAY, STATUS = "
008760             WS-RETROPAY-STATUS
008770         MOVE 9999 TO MASTER-KEY
008780         MOVE 9999 TO TRANS-KEY
008790     END-IF
008800
008810     OPEN EXTEND NEW-HIRE
008820     IF WS-NEWHIRE-FILE-MISSING
008830         OPEN OUTPUT NEW-HIRE
008840     END-IF
008850     IF NOT WS-NEWHIRE-OK
008860         DISPLAY "ERROR OPENING NEW-HIRE, STATUS = "
008870             WS-NEWHIRE-STATUS
008880         MOVE 9999 TO MASTER-KEY
008890         MOVE 9999 TO TRANS-KEY
008900     END-IF
008910
008920     OPEN OUTPUT RETRO-REPORT
008930     IF NOT WS-RETRORPT-OK
008940         DISPLAY "ERROR OPENING RETRO-REPORT, STATUS = "
008950             WS-RETRORPT-STATUS
008960         MOVE 9999 TO MASTER-KEY
008970         MOVE 9999 TO TRANS-KEY
008980     END-IF
008990
009000     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
009010     ACCEPT WS-SYSTEM-TIME FROM TIME
009020     STRING WS-SYSTEM-MM   DELIMITED BY SIZE
009030            "/"            DELIMITED BY SIZE
009040            WS-SYSTEM-DD   DELIMITED BY SIZE
009050            "/"            DELIMITED BY SIZE
009060            WS-SYSTEM-YYYY DELIMITED BY SIZE
009070         INTO WS-RUN-DATE-DISPLAY
009080     END-STRING
009090
009100     PERFORM 1200-LOAD-COMPANY-CONTROL THRU 1200-EXIT
009110
009120     MOVE WS-RUN-DATE-DISPLAY TO RH-RUN-DATE
009130     IF WS-MNTRPT-OK
009140         WRITE MAINT-REPORT-RECORD FROM WS-REPORT-HEADING
009150     END-IF
009160     MOVE WS-RUN-DATE-DISPLAY TO RRH-RUN-DATE
009170     IF WS-RETRORPT-OK
009180         WRITE RETRO-REPORT-RECORD FROM WS-RETRO-HEADING
009190     END-IF
009200
009210     IF MASTER-KEY NOT = 9999
009220         PERFORM 8000-READ-MASTER THRU 8000-EXIT
009230         PERFORM 8100-READ-TRANS THRU 8100-EXIT
009240     END-IF.
009250 1000-EXIT.
009260     EXIT.
009270
009280*-----------------------------------------------------------*
009290* 1200-LOAD-COMPANY-CONTROL - KEEP THE RECORD WITH THE      *
009300* LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE AND TAKE ITS *
009310* EDIT LIMITS AND THE OVERTIME MULTIPLIER RETRO PAY USES    *
009320*-----------------------------------------------------------*
009330 1200-LOAD-COMPANY-CONTROL.
009340     OPEN INPUT COMPANY-CONTROL
009350     IF WS-COMPCTL-FILE-MISSING
009360         DISPLAY "COMPANY-CONTROL NOT FOUND - COMPILED "
009370             "DEFAULT EDIT LIMITS IN USE"
009380         GO TO 1200-EXIT
009390     END-IF
009400     IF NOT WS-COMPCTL-OK
009410         DISPLAY "ERROR OPENING COMPANY-CONTROL, STATUS = "
009420             WS-COMPCTL-STATUS
009430         GO TO 1200-EXIT
009440     END-IF
009450     PERFORM 1210-SELECT-CONTROL-RECORD THRU 1210-EXIT
009460         UNTIL WS-CTRL-AT-END
009470     CLOSE COMPANY-CONTROL
009480     IF CTRL-FOUND
009490         MOVE CTRL-BEST-MAX-RATE    TO VL-MAX-RATE
009500         MOVE CTRL-BEST-MAX-TAXRATE TO VL-MAX-TAXRATE
009510         IF CTRL-BEST-OT-MULT > ZERO
009520             MOVE CTRL-BEST-OT-MULT TO RETRO-OT-MULTIPLIER
009530         END-IF
009540     ELSE
009550         DISPLAY "NO COMPANY-CONTROL RECORD IN EFFECT FOR "
009560             WS-SYSTEM-DATE " - COMPILED DEFAULT LIMITS IN USE"
009570     END-IF.
009580 1200-EXIT.
009590     EXIT.
009600
009610*-----------------------------------------------------------*
009620* 1210-SELECT-CONTROL-RECORD                                 *
009630*-----------------------------------------------------------*
009640 1210-SELECT-CONTROL-RECORD.
009650     READ COMPANY-CONTROL
009660         AT END
009670             MOVE "Y" TO WS-CTRL-EOF-SWITCH
009680         NOT AT END
009690             IF CC-EFFECTIVE-DATE NOT > WS-SYSTEM-DATE
009700                 AND CC-EFFECTIVE-DATE NOT < CTRL-BEST-DATE
009710                 MOVE CC-EFFECTIVE-DATE TO CTRL-BEST-DATE
009720                 MOVE CC-MAX-RATE       TO CTRL-BEST-MAX-RATE
009730                 MOVE CC-MAX-TAXRATE    TO CTRL-BEST-MAX-TAXRATE
009740                 MOVE CC-OT-MULTIPLIER  TO CTRL-BEST-OT-MULT
009750                 MOVE "Y" TO CTRL-FOUND-SWITCH
009760             END-IF
009770     END-READ.
009780 1210-EXIT.
009790     EXIT.
009800
009810*-----------------------------------------------------------*
009820* 1500-LOAD-PTO-BALANCE                                      *
009830*-----------------------------------------------------------*
009840 1500-LOAD-PTO-BALANCE.
009850     READ PTO-BALANCE
009860         AT END
009870             MOVE "Y" TO WS-PTO-EOF-SWITCH
009880         NOT AT END
009890             IF PTO-COUNT < PTO-MAX-ENTRIES
009900                 ADD 1 TO PTO-COUNT
009910                 MOVE PB-ID-NUMERIC TO PTB-ID-NUMERIC(PTO-COUNT)
009920                 MOVE PB-VAC-BALANCE TO
009930                     PTB-VAC-BALANCE(PTO-COUNT)
009940                 MOVE PB-SICK-BALANCE TO
009950                     PTB-SICK-BALANCE(PTO-COUNT)
009960             ELSE
009970                 DISPLAY "PTO TABLE FULL - BALANCE FOR "
009980                     "EMPLOYEE " PB-ID-NUMERIC " IGNORED"
009990             END-IF
010000     END-READ.
010010 1500-EXIT.
010020     EXIT.
010030
010040*-----------------------------------------------------------*
010050* 1600-LOAD-TERMINATED-ID - FLAG EVERY ID THE AUDIT TRAIL    *
010060* SHOWS WAS TERMINATED                                       *
010070*-----------------------------------------------------------*
010080 1600-LOAD-TERMINATED-ID.
010090     READ AUDIT-TRAIL INTO AUDIT-SCAN-LINE
010100         AT END
010110             GO TO 1600-EXIT
010120     END-READ
010130     IF AUS-ACTION-CODE = "T"
010140         AND AUS-FIELD-NAME = "RECORD DELETED"
010150         AND AUS-ID-NUMERIC IS NUMERIC
010160         IF AUS-ID-NUMERIC > ZERO
010170             MOVE "Y" TO TERMINATED-ID-FLAG(AUS-ID-NUMERIC)
010180         END-IF
010190     END-IF.
010200 1600-EXIT.
010210     EXIT.
010220
010230*-----------------------------------------------------------*
010240* 2000-MATCH-PASS - PROCESS ONE EMPLOYEE-ID KEY GROUP: THE   *
010250* LOWER OF THE PENDING MASTER AND TRANSACTION KEYS; AN ADDED *
010260* RECORD JOINS THE MATCH STATE SO LATER TRANSACTIONS FOR THE *
010270* SAME ID APPLY TO IT                                        *
010280*-----------------------------------------------------------*
010290 2000-MATCH-PASS.
010300     IF MASTER-KEY < TRANS-KEY
010310         MOVE MASTER-KEY TO ACTIVE-KEY
010320     ELSE
010330         MOVE TRANS-KEY TO ACTIVE-KEY
010340     END-IF
010350     MOVE "N" TO WORK-ALLOC-SWITCH
010360     MOVE "N" TO WORK-DELETED-SWITCH
010370
010380     IF MASTER-KEY = ACTIVE-KEY
010390         MOVE EMPLOYEE-MASTER-IN-RECORD TO EMPLOYEE-WORK-RECORD
010400         PERFORM 2100-DEFAULT-W4-FIELDS THRU 2100-EXIT
010410         MOVE "Y" TO WORK-ALLOC-SWITCH
010420         PERFORM 8000-READ-MASTER THRU 8000-EXIT
010430     END-IF
010440
010450     PERFORM 2200-APPLY-ONE-TRANS THRU 2200-EXIT
010460         UNTIL TRANS-KEY NOT = ACTIVE-KEY
010470
010480     IF WORK-ALLOCATED
010490         PERFORM 2700-RELEASE-WORK THRU 2700-EXIT
010500     END-IF.
010510 2000-EXIT.
010520     EXIT.
010530
010540*-----------------------------------------------------------*
010550* 2100-DEFAULT-W4-FIELDS - A MASTER WRITTEN BEFORE THE W-4   *
010560* FIELDS WERE ADDED CARRIES SPACES THERE; ZERO THE AMOUNTS   *
010570* SO THE RECORD GOES OUT IN THE CURRENT LAYOUT               *
010580*-----------------------------------------------------------*
010590 2100-DEFAULT-W4-FIELDS.
010600     IF EW-DEPENDENTS-CREDIT IS NOT NUMERIC
010610         MOVE ZERO TO EW-DEPENDENTS-CREDIT
010620     END-IF
010630     IF EW-FED-EXTRA-WH IS NOT NUMERIC
010640         MOVE ZERO TO EW-FED-EXTRA-WH
010650     END-IF
010660     IF EW-STATE-EXTRA-WH IS NOT NUMERIC
010670         MOVE ZERO TO EW-STATE-EXTRA-WH
010680     END-IF.
010690 2100-EXIT.
010700     EXIT.
010710
010720*-----------------------------------------------------------*
010730* 2200-APPLY-ONE-TRANS - ONE TRANSACTION AGAINST THE ACTIVE  *
010740* KEY GROUP                                                  *
010750*-----------------------------------------------------------*
010760 2200-APPLY-ONE-TRANS.
010770     IF MT-ACTION-ADD
010780         IF WORK-ALLOCATED
010790             MOVE "EMPLOYEE ALREADY ON FILE" TO WS-REJECT-REASON
010800             PERFORM 5500-WRITE-REJECT-LINE THRU 5500-EXIT
010810         ELSE
010820             PERFORM 2300-ADD-EMPLOYEE THRU 2300-EXIT
010830         END-IF
010840     ELSE
010850         IF MT-ACTION-TERMINATE OR MT-ACTION-CHANGE
010860             IF WORK-ALLOCATED
010870                 IF MT-ACTION-TERMINATE
010880                     PERFORM 2350-TERMINATE-EMPLOYEE
010890                         THRU 2350-EXIT
010900                 ELSE
010910                     PERFORM 2400-CHANGE-EMPLOYEE THRU 2400-EXIT
010920                 END-IF
010930             ELSE
010940                 IF WORK-DELETED
010950                     MOVE "EMPLOYEE TERMINATED THIS RUN"
010960                         TO WS-REJECT-REASON
010970                 ELSE
010980                     MOVE "NO MATCHING EMPLOYEE-MASTER RECORD"
010990                         TO WS-REJECT-REASON
011000                 END-IF
011010                 PERFORM 5500-WRITE-REJECT-LINE THRU 5500-EXIT
011020             END-IF
011030         ELSE
011040             MOVE "INVALID ACTION CODE" TO WS-REJECT-REASON
011050             PERFORM 5500-WRITE-REJECT-LINE THRU 5500-EXIT
011060         END-IF
011070     END-IF
011080     PERFORM 8100-READ-TRANS THRU 8100-EXIT.
011090 2200-EXIT.
011100     EXIT.
011110
011120*-----------------------------------------------------------*
011130* 2300-ADD-EMPLOYEE                                          *
011140*-----------------------------------------------------------*
011150 2300-ADD-EMPLOYEE.
011160     PERFORM 2330-BUILD-FROM-TRANS THRU 2330-EXIT
011170     IF WS-TRANS-VALID
011180         PERFORM 2500-VALIDATE-EMPLOYEE THRU 2500-EXIT
011190     END-IF
011200     IF WS-TRANS-VALID
011210         MOVE "Y" TO WORK-ALLOC-SWITCH
011220         MOVE "N" TO WORK-DELETED-SWITCH
011230         ADD 1 TO ADDS-APPLIED-COUNT
011240         MOVE "RECORD ADDED" TO AUL-FIELD-NAME
011250         MOVE SPACES         TO AUL-BEFORE
011260         MOVE EW-NAME-ALPHA  TO AUL-AFTER
011270         PERFORM 2650-WRITE-AUDIT-RECORD THRU 2650-EXIT
011280         PERFORM 2390-STAGE-NEW-HIRE THRU 2390-EXIT
011290     ELSE
011300         PERFORM 5500-WRITE-REJECT-LINE THRU 5500-EXIT
011310     END-IF.
011320 2300-EXIT.
011330     EXIT.
011340
011350*-----------------------------------------------------------*
011360* 2330-BUILD-FROM-TRANS - BUILD A NEW MASTER FROM AN ADD     *
011370*-----------------------------------------------------------*
011380 2330-BUILD-FROM-TRANS.
011390     MOVE "Y" TO WS-TRANS-VALID-SWITCH
011400     MOVE SPACES TO WS-REJECT-REASON
011410
011420     MOVE MT-ID-NUMERIC TO EW-ID-NUMERIC
011430     MOVE ZERO          TO EW-HOURS-NUMERIC
011440     MOVE MT-EMP-TYPE   TO EW-EMP-TYPE
011450     MOVE MT-DEPT-CODE  TO EW-DEPT-CODE
011460     MOVE MT-PAY-METHOD TO EW-PAY-METHOD
011470     MOVE MT-PAY-FREQUENCY TO EW-PAY-FREQUENCY
011480     MOVE MT-FILING-STATUS TO EW-FILING-STATUS
011490     MOVE MT-STATE-FILING-STATUS TO EW-STATE-FILING-STATUS
011500
011510     IF MT-NAME-ALPHA = SPACES
011520         MOVE "EMPLOYEE NAME MISSING" TO NOTE-REASON
011530         PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
011540     ELSE
011550         MOVE MT-NAME-ALPHA TO EW-NAME-ALPHA
011560     END-IF
011570
011580     IF MT-RATE-NUMERIC IS NUMERIC
011590         MOVE MT-RATE-NUMERIC TO EW-RATE-NUMERIC
011600     ELSE
011610         MOVE "RATE NOT NUMERIC" TO NOTE-REASON
011620         PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
011630     END-IF
011640
011650     IF MT-FEDERAL-PRCNT IS NUMERIC
011660         MOVE MT-FEDERAL-PRCNT TO EW-FEDERAL-PRCNT
011670     ELSE
011680         MOVE "FEDERAL PCT NOT NUMERIC" TO NOTE-REASON
011690         PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
011700     END-IF
011710
011720     IF MT-STATE-PRCNT IS NUMERIC
011730         MOVE MT-STATE-PRCNT TO EW-STATE-PRCNT
011740     ELSE
011750         MOVE "STATE PCT NOT NUMERIC" TO NOTE-REASON
011760         PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
011770     END-IF
011780
011790     IF MT-FICA-PRCNT IS NUMERIC
011800         MOVE MT-FICA-PRCNT TO EW-FICA-PRCNT
011810     ELSE
011820         MOVE "FICA PCT NOT NUMERIC" TO NOTE-REASON
011830         PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
011840     END-IF
011850
011860     IF MT-SALARY-AMOUNT IS NUMERIC
011870         MOVE MT-SALARY-AMOUNT TO EW-SALARY-AMOUNT
011880     ELSE
011890         MOVE "SALARY NOT NUMERIC" TO NOTE-REASON
011900         PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
011910     END-IF
011920
011930     MOVE ZERO TO EW-DEPENDENTS-CREDIT
011940     IF MT-DEPENDENTS-ALPHA NOT = SPACES
011950         IF MT-DEPENDENTS-CREDIT IS NUMERIC
011960             MOVE MT-DEPENDENTS-CREDIT TO EW-DEPENDENTS-CREDIT
011970         ELSE
011980             MOVE "DEPENDENTS CREDIT NOT NUMERIC" TO NOTE-REASON
011990             PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
012000         END-IF
012010     END-IF
012020
012030     MOVE ZERO TO EW-FED-EXTRA-WH
012040     IF MT-FED-EXTRA-ALPHA NOT = SPACES
012050         IF MT-FED-EXTRA-WH IS NUMERIC
012060             MOVE MT-FED-EXTRA-WH TO EW-FED-EXTRA-WH
012070         ELSE
012080             MOVE "FED EXTRA WH NOT NUMERIC" TO NOTE-REASON
012090             PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
012100         END-IF
012110     END-IF
012120
012130     MOVE ZERO TO EW-STATE-EXTRA-WH
012140     IF MT-STATE-EXTRA-ALPHA NOT = SPACES
012150         IF MT-STATE-EXTRA-WH IS NUMERIC
012160             MOVE MT-STATE-EXTRA-WH TO EW-STATE-EXTRA-WH
012170         ELSE
012180             MOVE "STATE EXTRA WH NOT NUMERIC" TO NOTE-REASON
012190             PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
012200         END-IF
012210     END-IF
012220
012230     PERFORM 2340-EDIT-NEW-HIRE-DATA THRU 2340-EXIT.
012240 2330-EXIT.
012250     EXIT.
012260
012270*-----------------------------------------------------------*
012280* 2340-EDIT-NEW-HIRE-DATA - THE STATE NEW-HIRE REGISTRY      *
012290* NEEDS THE SSN, HOME ADDRESS, HIRE DATE, AND WORK STATE;    *
012300* AN ADD WITHOUT THEM IS REJECTED                            *
012310*-----------------------------------------------------------*
012320 2340-EDIT-NEW-HIRE-DATA.
012330     IF MT-SSN-ALPHA IS NOT NUMERIC
012340         MOVE "SSN MISSING OR NOT NUMERIC" TO NOTE-REASON
012350         PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
012360     ELSE
012370         IF MT-SSN-NUMERIC = ZERO
012380             MOVE "SSN MISSING OR NOT NUMERIC" TO NOTE-REASON
012390             PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
012400         END-IF
012410     END-IF
012420
012430     IF MT-ADDRESS-LINE = SPACES
012440         OR MT-CITY-NAME = SPACES
012450         OR MT-ADDRESS-STATE = SPACES
012460         MOVE "HOME ADDRESS INCOMPLETE" TO NOTE-REASON
012470         PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
012480     END-IF
012490
012500     IF MT-ZIP-FIVE IS NOT NUMERIC
012510         MOVE "ZIP CODE NOT NUMERIC" TO NOTE-REASON
012520         PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
012530     ELSE
012540         IF MT-ZIP-FOUR NOT = SPACES
012550             AND MT-ZIP-FOUR IS NOT NUMERIC
012560             MOVE "ZIP CODE NOT NUMERIC" TO NOTE-REASON
012570             PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
012580         END-IF
012590     END-IF
012600
012610     IF MT-WORK-STATE = SPACES
012620         MOVE "WORK STATE MISSING" TO NOTE-REASON
012630         PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
012640     END-IF
012650
012660     IF MT-HIRE-ALPHA IS NOT NUMERIC
012670         MOVE "HIRE DATE NOT NUMERIC" TO NOTE-REASON
012680         PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
012690         GO TO 2340-EXIT
012700     END-IF
012710     MOVE MT-HIRE-DATE TO WORK-DATE
012720     IF WKD-MM < 1 OR WKD-MM > 12
012730         OR WKD-DD < 1 OR WKD-DD > 31
012740         MOVE "HIRE DATE INVALID" TO NOTE-REASON
012750         PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
012760     ELSE
012770         IF MT-HIRE-DATE > WS-SYSTEM-DATE
012780             MOVE "HIRE DATE AFTER RUN DATE" TO NOTE-REASON
012790             PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
012800         END-IF
012810     END-IF.
012820 2340-EXIT.
012830     EXIT.
012840
012850*-----------------------------------------------------------*
012860* 2350-TERMINATE-EMPLOYEE                                    *
012870*-----------------------------------------------------------*
012880 2350-TERMINATE-EMPLOYEE.
012890     MOVE "Y" TO WORK-DELETED-SWITCH
012900     MOVE "N" TO WORK-ALLOC-SWITCH
012910     ADD 1 TO TERMS-APPLIED-COUNT
012920     MOVE "RECORD DELETED" TO AUL-FIELD-NAME
012930     MOVE EW-NAME-ALPHA    TO AUL-BEFORE
012940     MOVE SPACES           TO AUL-AFTER
012950     PERFORM 2650-WRITE-AUDIT-RECORD THRU 2650-EXIT
012960     IF EW-ID-NUMERIC > ZERO
012970         MOVE "Y" TO TERMINATED-ID-FLAG(EW-ID-NUMERIC)
012980     END-IF
012990     PERFORM 2370-STAGE-PTO-PAYOUT THRU 2370-EXIT.
013000 2350-EXIT.
013010     EXIT.
013020
013030*-----------------------------------------------------------*
013040* 2370-STAGE-PTO-PAYOUT - REMAINING VACATION HOURS GO OUT AS *
013050* A PAYOUT TRANSACTION THE NEXT PAY RUN SETTLES ON THE       *
013060* EMPLOYEE'S FINAL CHECK; SICK HOURS ARE FORFEITED           *
013070*-----------------------------------------------------------*
013080 2370-STAGE-PTO-PAYOUT.
013090     MOVE "N" TO PTO-FOUND-SWITCH
013100     PERFORM 2380-SCAN-PTO-TABLE THRU 2380-EXIT
013110         VARYING PTO-IDX FROM 1 BY 1
013120         UNTIL PTO-IDX > PTO-COUNT
013130            OR PTO-FOUND
013140     IF NOT PTO-FOUND
013150         GO TO 2370-EXIT
013160     END-IF
013170     SUBTRACT 1 FROM PTO-IDX
013180     IF PTB-VAC-BALANCE(PTO-IDX) = ZERO
013190         GO TO 2370-EXIT
013200     END-IF
013210
013220     MOVE EW-ID-NUMERIC          TO PP-ID-NUMERIC
013230     MOVE EW-NAME-ALPHA          TO PP-NAME-ALPHA
013240     MOVE PTB-VAC-BALANCE(PTO-IDX) TO PP-PAYOUT-HOURS
013250     MOVE EW-RATE-NUMERIC        TO PP-RATE-NUMERIC
013260     MOVE EW-FEDERAL-PRCNT       TO PP-FEDERAL-PRCNT
013270     MOVE EW-STATE-PRCNT         TO PP-STATE-PRCNT
013280     MOVE EW-FICA-PRCNT          TO PP-FICA-PRCNT
013290     MOVE EW-DEPT-CODE           TO PP-DEPT-CODE
013300     MOVE EW-PAY-METHOD          TO PP-PAY-METHOD
013310     MOVE EW-FILING-STATUS       TO PP-FILING-STATUS
013320     MOVE EW-DEPENDENTS-CREDIT   TO PP-DEPENDENTS-CREDIT
013330     MOVE EW-FED-EXTRA-WH        TO PP-FED-EXTRA-WH
013340     MOVE EW-STATE-FILING-STATUS TO PP-STATE-FILING-STATUS
013350     MOVE EW-STATE-EXTRA-WH      TO PP-STATE-EXTRA-WH
013360     WRITE PTO-PAYOUT-RECORD
013370     ADD 1 TO PAYOUTS-STAGED-COUNT
013380     MOVE "PTO PAYOUT"           TO AUL-FIELD-NAME
013390     MOVE SPACES                 TO AUL-BEFORE
013400     MOVE PTB-VAC-BALANCE(PTO-IDX) TO NOTE-HOURS-DISPLAY
013410     MOVE NOTE-HOURS-DISPLAY     TO AUL-AFTER
013420     PERFORM 2650-WRITE-AUDIT-RECORD THRU 2650-EXIT.
013430 2370-EXIT.
013440     EXIT.
013450
013460*-----------------------------------------------------------*
013470* 2380-SCAN-PTO-TABLE                                        *
013480*-----------------------------------------------------------*
013490 2380-SCAN-PTO-TABLE.
013500     IF PTB-ID-NUMERIC(PTO-IDX) = EW-ID-NUMERIC
013510         MOVE "Y" TO PTO-FOUND-SWITCH
013520     END-IF.
013530 2380-EXIT.
013540     EXIT.
013550
013560*-----------------------------------------------------------*
013570* 2360-SET-REJECT-REASON                                     *
013580*-----------------------------------------------------------*
013590 2360-SET-REJECT-REASON.
013600     MOVE "N" TO WS-TRANS-VALID-SWITCH
013610     IF WS-REJECT-REASON = SPACES
013620         MOVE NOTE-REASON TO WS-REJECT-REASON
013630     ELSE
013640         MOVE WS-REJECT-REASON TO WS-REJECT-REASON-HOLD
013650         STRING WS-REJECT-REASON-HOLD DELIMITED BY "  "
013660                "; "                  DELIMITED BY SIZE
013670                NOTE-REASON           DELIMITED BY "  "
013680             INTO WS-REJECT-REASON
013690         END-STRING
013700     END-IF.
013710 2360-EXIT.
013720     EXIT.
013730
013740*-----------------------------------------------------------*
013750* 2390-STAGE-NEW-HIRE - HOLD THE HIRE PENDING FOR THE STATE  *
013760* NEW-HIRE REPORT; AN ID TERMINATED EARLIER GOES AS A REHIRE *
013770*-----------------------------------------------------------*
013780 2390-STAGE-NEW-HIRE.
013790     MOVE EW-ID-NUMERIC    TO NH-ID-NUMERIC
013800     MOVE EW-NAME-ALPHA    TO NH-NAME-ALPHA
013810     MOVE MT-SSN-NUMERIC   TO NH-SSN
013820     MOVE MT-ADDRESS-LINE  TO NH-ADDRESS-LINE
013830     MOVE MT-CITY-NAME     TO NH-CITY-NAME
013840     MOVE MT-ADDRESS-STATE TO NH-ADDRESS-STATE
013850     MOVE MT-ZIP-CODE      TO NH-ZIP-CODE
013860     MOVE MT-HIRE-DATE     TO NH-HIRE-DATE
013870     MOVE MT-WORK-STATE    TO NH-WORK-STATE
013880     MOVE "N"              TO NH-HIRE-TYPE
013890     IF EW-ID-NUMERIC > ZERO
013900         IF ID-TERMINATED(EW-ID-NUMERIC)
013910             MOVE "R" TO NH-HIRE-TYPE
013920         END-IF
013930     END-IF
013940     MOVE WS-SYSTEM-DATE   TO NH-ENTERED-DATE
013950     MOVE MT-USER-ID       TO NH-ENTERED-USER
013960     MOVE "P"              TO NH-REPORT-STATUS
013970     MOVE ZERO             TO NH-REPORTED-DATE
013980     WRITE NEW-HIRE-RECORD
013990     ADD 1 TO HIRES-STAGED-COUNT
014000
014010     MOVE MT-HIRE-DATE TO WORK-DATE
014020     PERFORM 8600-FORMAT-DATE THRU 8600-EXIT
014030     MOVE "NEW HIRE RPT" TO AUL-FIELD-NAME
014040     MOVE SPACES         TO AUL-BEFORE
014050     MOVE SPACES         TO AUL-AFTER
014060     IF NH-REHIRE
014070         ADD 1 TO REHIRES-STAGED-COUNT
014080         STRING "REHIRE "         DELIMITED BY SIZE
014090                WORK-DATE-DISPLAY DELIMITED BY SIZE
014100             INTO AUL-AFTER
014110         END-STRING
014120     ELSE
014130         STRING "NEW HIRE "       DELIMITED BY SIZE
014140                WORK-DATE-DISPLAY DELIMITED BY SIZE
014150             INTO AUL-AFTER
014160         END-STRING
014170     END-IF
014180     PERFORM 2650-WRITE-AUDIT-RECORD THRU 2650-EXIT.
014190 2390-EXIT.
014200     EXIT.
014210
014220*-----------------------------------------------------------*
014230* 2400-CHANGE-EMPLOYEE - A CHANGE CARRYING AN EFFECTIVE DATE *
014240* BEFORE THE RUN DATE IS PRICED FOR RETRO PAY ONCE APPLIED   *
014250*-----------------------------------------------------------*
014260 2400-CHANGE-EMPLOYEE.
014270     MOVE EMPLOYEE-WORK-RECORD TO EMPLOYEE-HOLD-RECORD
014280     MOVE EW-RATE-NUMERIC  TO RETRO-OLD-RATE
014290     MOVE EW-SALARY-AMOUNT TO RETRO-OLD-SALARY
014300     MOVE EW-EMP-TYPE      TO RETRO-OLD-TYPE
014310     MOVE "Y" TO WS-TRANS-VALID-SWITCH
014320     MOVE SPACES TO WS-REJECT-REASON
014330     MOVE ZERO TO AUDIT-PEND-COUNT
014340     PERFORM 2450-APPLY-CHANGE-FIELDS THRU 2450-EXIT
014350     IF WS-TRANS-VALID
014360         PERFORM 2500-VALIDATE-EMPLOYEE THRU 2500-EXIT
014370     END-IF
014380     IF WS-TRANS-VALID
014390         ADD 1 TO CHANGES-APPLIED-COUNT
014400         PERFORM 2600-FLUSH-AUDIT THRU 2600-EXIT
014410         IF MT-EFFECTIVE-ALPHA NOT = SPACES
014420             PERFORM 2800-PRICE-RETRO-PAY THRU 2800-EXIT
014430         END-IF
014440     ELSE
014450         MOVE EMPLOYEE-HOLD-RECORD TO EMPLOYEE-WORK-RECORD
014460         PERFORM 5500-WRITE-REJECT-LINE THRU 5500-EXIT
014470     END-IF.
014480 2400-EXIT.
014490     EXIT.
014500
014510*-----------------------------------------------------------*
014520* 2450-APPLY-CHANGE-FIELDS - SPACES IN A TRANSACTION FIELD   *
014530* MEANS LEAVE THE MASTER VALUE AS IT STANDS                  *
014540*-----------------------------------------------------------*
014550 2450-APPLY-CHANGE-FIELDS.
014560     IF MT-NAME-ALPHA NOT = SPACES
014570         AND MT-NAME-ALPHA NOT = EW-NAME-ALPHA
014580         MOVE "NAME"         TO NOTE-FIELD-NAME
014590         MOVE EW-NAME-ALPHA  TO NOTE-BEFORE
014600         MOVE MT-NAME-ALPHA  TO NOTE-AFTER
014610         PERFORM 2460-NOTE-CHANGE THRU 2460-EXIT
014620         MOVE MT-NAME-ALPHA  TO EW-NAME-ALPHA
014630     END-IF
014640
014650     IF MT-RATE-ALPHA NOT = SPACES
014660         IF MT-RATE-NUMERIC IS NUMERIC
014670             IF MT-RATE-NUMERIC NOT = EW-RATE-NUMERIC
014680                 MOVE "RATE"           TO NOTE-FIELD-NAME
014690                 MOVE EW-RATE-ALPHA    TO NOTE-BEFORE
014700                 MOVE MT-RATE-ALPHA    TO NOTE-AFTER
014710                 PERFORM 2460-NOTE-CHANGE THRU 2460-EXIT
014720                 MOVE MT-RATE-NUMERIC  TO EW-RATE-NUMERIC
014730             END-IF
014740         ELSE
014750             MOVE "RATE NOT NUMERIC" TO NOTE-REASON
014760             PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
014770         END-IF
014780     END-IF
014790
014800     IF MT-FEDERAL-ALPHA NOT = SPACES
014810         IF MT-FEDERAL-PRCNT IS NUMERIC
014820             IF MT-FEDERAL-PRCNT NOT = EW-FEDERAL-PRCNT
014830                 MOVE "FEDERAL PCT"    TO NOTE-FIELD-NAME
014840                 MOVE EW-FEDERAL-ALPHA TO NOTE-BEFORE
014850                 MOVE MT-FEDERAL-ALPHA TO NOTE-AFTER
014860                 PERFORM 2460-NOTE-CHANGE THRU 2460-EXIT
014870                 MOVE MT-FEDERAL-PRCNT TO EW-FEDERAL-PRCNT
014880             END-IF
014890         ELSE
014900             MOVE "FEDERAL PCT NOT NUMERIC" TO NOTE-REASON
014910             PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
014920         END-IF
014930     END-IF
014940
014950     IF MT-STATE-ALPHA NOT = SPACES
014960         IF MT-STATE-PRCNT IS NUMERIC
014970             IF MT-STATE-PRCNT NOT = EW-STATE-PRCNT
014980                 MOVE "STATE PCT"      TO NOTE-FIELD-NAME
014990                 MOVE EW-STATE-ALPHA   TO NOTE-BEFORE
015000                 MOVE MT-STATE-ALPHA   TO NOTE-AFTER
015010                 PERFORM 2460-NOTE-CHANGE THRU 2460-EXIT
015020                 MOVE MT-STATE-PRCNT   TO EW-STATE-PRCNT
015030             END-IF
015040         ELSE
015050             MOVE "STATE PCT NOT NUMERIC" TO NOTE-REASON
015060             PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
015070         END-IF
015080     END-IF
015090
015100     IF MT-FICA-ALPHA NOT = SPACES
015110         IF MT-FICA-PRCNT IS NUMERIC
015120             IF MT-FICA-PRCNT NOT = EW-FICA-PRCNT
015130                 MOVE "FICA PCT"       TO NOTE-FIELD-NAME
015140                 MOVE EW-FICA-ALPHA    TO NOTE-BEFORE
015150                 MOVE MT-FICA-ALPHA    TO NOTE-AFTER
015160                 PERFORM 2460-NOTE-CHANGE THRU 2460-EXIT
015170                 MOVE MT-FICA-PRCNT    TO EW-FICA-PRCNT
015180             END-IF
015190         ELSE
015200             MOVE "FICA PCT NOT NUMERIC" TO NOTE-REASON
015210             PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
015220         END-IF
015230     END-IF
015240
015250     IF MT-EMP-TYPE NOT = SPACES
015260         AND MT-EMP-TYPE NOT = EW-EMP-TYPE
015270         MOVE "EMP TYPE"     TO NOTE-FIELD-NAME
015280         MOVE EW-EMP-TYPE    TO NOTE-BEFORE
015290         MOVE MT-EMP-TYPE    TO NOTE-AFTER
015300         PERFORM 2460-NOTE-CHANGE THRU 2460-EXIT
015310         MOVE MT-EMP-TYPE    TO EW-EMP-TYPE
015320     END-IF
015330
015340     IF MT-SALARY-ALPHA NOT = SPACES
015350         IF MT-SALARY-AMOUNT IS NUMERIC
015360             IF MT-SALARY-AMOUNT NOT = EW-SALARY-AMOUNT
015370                 MOVE "SALARY"         TO NOTE-FIELD-NAME
015380                 MOVE EW-SALARY-ALPHA  TO NOTE-BEFORE
015390                 MOVE MT-SALARY-ALPHA  TO NOTE-AFTER
015400                 PERFORM 2460-NOTE-CHANGE THRU 2460-EXIT
015410                 MOVE MT-SALARY-AMOUNT TO EW-SALARY-AMOUNT
015420             END-IF
015430         ELSE
015440             MOVE "SALARY NOT NUMERIC" TO NOTE-REASON
015450             PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
015460         END-IF
015470     END-IF
015480
015490     IF MT-DEPT-CODE NOT = SPACES
015500         AND MT-DEPT-CODE NOT = EW-DEPT-CODE
015510         MOVE "DEPT CODE"    TO NOTE-FIELD-NAME
015520         MOVE EW-DEPT-CODE   TO NOTE-BEFORE
015530         MOVE MT-DEPT-CODE   TO NOTE-AFTER
015540         PERFORM 2460-NOTE-CHANGE THRU 2460-EXIT
015550         MOVE MT-DEPT-CODE   TO EW-DEPT-CODE
015560     END-IF
015570
015580     IF MT-PAY-METHOD NOT = SPACES
015590         AND MT-PAY-METHOD NOT = EW-PAY-METHOD
015600         MOVE "PAY METHOD"   TO NOTE-FIELD-NAME
015610         MOVE EW-PAY-METHOD  TO NOTE-BEFORE
015620         MOVE MT-PAY-METHOD  TO NOTE-AFTER
015630         PERFORM 2460-NOTE-CHANGE THRU 2460-EXIT
015640         MOVE MT-PAY-METHOD  TO EW-PAY-METHOD
015650     END-IF
015660
015670     IF MT-PAY-FREQUENCY NOT = SPACES
015680         AND MT-PAY-FREQUENCY NOT = EW-PAY-FREQUENCY
015690         MOVE "PAY FREQUENCY" TO NOTE-FIELD-NAME
015700         MOVE EW-PAY-FREQUENCY TO NOTE-BEFORE
015710         MOVE MT-PAY-FREQUENCY TO NOTE-AFTER
015720         PERFORM 2460-NOTE-CHANGE THRU 2460-EXIT
015730         MOVE MT-PAY-FREQUENCY TO EW-PAY-FREQUENCY
015740     END-IF
015750
015760     IF MT-FILING-STATUS NOT = SPACES
015770         AND MT-FILING-STATUS NOT = EW-FILING-STATUS
015780         MOVE "FILING STATUS" TO NOTE-FIELD-NAME
015790         MOVE EW-FILING-STATUS TO NOTE-BEFORE
015800         MOVE MT-FILING-STATUS TO NOTE-AFTER
015810         PERFORM 2460-NOTE-CHANGE THRU 2460-EXIT
015820         MOVE MT-FILING-STATUS TO EW-FILING-STATUS
015830     END-IF
015840
015850     IF MT-DEPENDENTS-ALPHA NOT = SPACES
015860         IF MT-DEPENDENTS-CREDIT IS NUMERIC
015870             IF MT-DEPENDENTS-CREDIT NOT = EW-DEPENDENTS-CREDIT
015880                 MOVE "DEPENDENTS CR"  TO NOTE-FIELD-NAME
015890                 MOVE EW-DEPENDENTS-ALPHA TO NOTE-BEFORE
015900                 MOVE MT-DEPENDENTS-ALPHA TO NOTE-AFTER
015910                 PERFORM 2460-NOTE-CHANGE THRU 2460-EXIT
015920                 MOVE MT-DEPENDENTS-CREDIT TO EW-DEPENDENTS-CREDIT
015930             END-IF
015940         ELSE
015950             MOVE "DEPENDENTS CREDIT NOT NUMERIC" TO NOTE-REASON
015960             PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
015970         END-IF
015980     END-IF
015990
016000     IF MT-FED-EXTRA-ALPHA NOT = SPACES
016010         IF MT-FED-EXTRA-WH IS NUMERIC
016020             IF MT-FED-EXTRA-WH NOT = EW-FED-EXTRA-WH
016030                 MOVE "FED EXTRA WH"   TO NOTE-FIELD-NAME
016040                 MOVE EW-FED-EXTRA-ALPHA TO NOTE-BEFORE
016050                 MOVE MT-FED-EXTRA-ALPHA TO NOTE-AFTER
016060                 PERFORM 2460-NOTE-CHANGE THRU 2460-EXIT
016070                 MOVE MT-FED-EXTRA-WH  TO EW-FED-EXTRA-WH
016080             END-IF
016090         ELSE
016100             MOVE "FED EXTRA WH NOT NUMERIC" TO NOTE-REASON
016110             PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
016120         END-IF
016130     END-IF
016140
016150     IF MT-STATE-FILING-STATUS NOT = SPACES
016160         AND MT-STATE-FILING-STATUS NOT = EW-STATE-FILING-STATUS
016170         MOVE "STATE FILING" TO NOTE-FIELD-NAME
016180         MOVE EW-STATE-FILING-STATUS TO NOTE-BEFORE
016190         MOVE MT-STATE-FILING-STATUS TO NOTE-AFTER
016200         PERFORM 2460-NOTE-CHANGE THRU 2460-EXIT
016210         MOVE MT-STATE-FILING-STATUS TO EW-STATE-FILING-STATUS
016220     END-IF
016230
016240     IF MT-STATE-EXTRA-ALPHA NOT = SPACES
016250         IF MT-STATE-EXTRA-WH IS NUMERIC
016260             IF MT-STATE-EXTRA-WH NOT = EW-STATE-EXTRA-WH
016270                 MOVE "STATE EXTRA WH" TO NOTE-FIELD-NAME
016280                 MOVE EW-STATE-EXTRA-ALPHA TO NOTE-BEFORE
016290                 MOVE MT-STATE-EXTRA-ALPHA TO NOTE-AFTER
016300                 PERFORM 2460-NOTE-CHANGE THRU 2460-EXIT
016310                 MOVE MT-STATE-EXTRA-WH TO EW-STATE-EXTRA-WH
016320             END-IF
016330         ELSE
016340             MOVE "STATE EXTRA WH NOT NUMERIC" TO NOTE-REASON
016350             PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
016360         END-IF
016370     END-IF
016380
016390     IF MT-EFFECTIVE-ALPHA NOT = SPACES
016400         IF MT-EFFECTIVE-DATE IS NOT NUMERIC
016410             MOVE "EFFECTIVE DATE NOT NUMERIC" TO NOTE-REASON
016420             PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
016430         END-IF
016440     END-IF.
016450 2450-EXIT.
016460     EXIT.
016470
016480*-----------------------------------------------------------*
016490* 2460-NOTE-CHANGE - HOLD ONE FIELD CHANGE FOR THE AUDIT     *
016500* TRAIL UNTIL THE WHOLE TRANSACTION PASSES VALIDATION        *
016510*-----------------------------------------------------------*
016520 2460-NOTE-CHANGE.
016530     ADD 1 TO AUDIT-PEND-COUNT
016540     MOVE NOTE-FIELD-NAME TO AP-FIELD-NAME(AUDIT-PEND-COUNT)
016550     MOVE NOTE-BEFORE     TO AP-BEFORE(AUDIT-PEND-COUNT)
016560     MOVE NOTE-AFTER      TO AP-AFTER(AUDIT-PEND-COUNT).
016570 2460-EXIT.
016580     EXIT.
016590
016600*-----------------------------------------------------------*
016610* 2500-VALIDATE-EMPLOYEE - SAME EDITS THE PAY RUN APPLIES    *
016620* IN ITS 2500-VALIDATE-EMPLOYEE PARAGRAPH                    *
016630*-----------------------------------------------------------*
016640 2500-VALIDATE-EMPLOYEE.
016650     IF EW-RATE-NUMERIC > VL-MAX-RATE
016660         MOVE "RATE EXCEEDS MAX" TO NOTE-REASON
016670         PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
016680     END-IF
016690
016700     IF EW-FEDERAL-PRCNT < VL-MIN-TAXRATE
016710         OR EW-FEDERAL-PRCNT > VL-MAX-TAXRATE
016720         OR EW-STATE-PRCNT < VL-MIN-TAXRATE
016730         OR EW-STATE-PRCNT > VL-MAX-TAXRATE
016740         OR EW-FICA-PRCNT < VL-MIN-TAXRATE
016750         OR EW-FICA-PRCNT > VL-MAX-TAXRATE
016760         MOVE "TAX RATE OUT OF RANGE" TO NOTE-REASON
016770         PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
016780     END-IF
016790
016800     IF NOT EW-TYPE-HOURLY AND NOT EW-TYPE-SALARY
016810         MOVE "EMPLOYEE TYPE NOT H OR S" TO NOTE-REASON
016820         PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
016830     END-IF
016840
016850     IF NOT EW-PAY-ACH AND NOT EW-PAY-CHECK
016860         AND EW-PAY-METHOD NOT = SPACE
016870         MOVE "PAY METHOD NOT D OR C" TO NOTE-REASON
016880         PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
016890     END-IF
016900
016910     IF NOT EW-FREQ-WEEKLY AND NOT EW-FREQ-BIWEEKLY
016920         AND NOT EW-FREQ-SEMIMONTHLY AND NOT EW-FREQ-MONTHLY
016930         AND EW-PAY-FREQUENCY NOT = SPACE
016940         MOVE "PAY FREQUENCY NOT W/B/S/M" TO NOTE-REASON
016950         PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
016960     END-IF
016970
016980     IF NOT EW-FILING-VALID
016990         MOVE "FILING STATUS NOT S/M/H" TO NOTE-REASON
017000         PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
017010     END-IF
017020
017030     IF NOT EW-STATE-FILING-VALID
017040         MOVE "STATE FILING STATUS NOT S/M/H" TO NOTE-REASON
017050         PERFORM 2360-SET-REJECT-REASON THRU 2360-EXIT
017060     END-IF.
017070 2500-EXIT.
017080     EXIT.
017090
017100*-----------------------------------------------------------*
017110* 2600-FLUSH-AUDIT                                           *
017120*-----------------------------------------------------------*
017130 2600-FLUSH-AUDIT.
017140     PERFORM 2610-FLUSH-ONE-AUDIT THRU 2610-EXIT
017150         VARYING AUDIT-PEND-IDX FROM 1 BY 1
017160         UNTIL AUDIT-PEND-IDX > AUDIT-PEND-COUNT.
017170 2600-EXIT.
017180     EXIT.
017190
017200*-----------------------------------------------------------*
017210* 2610-FLUSH-ONE-AUDIT                                       *
017220*-----------------------------------------------------------*
017230 2610-FLUSH-ONE-AUDIT.
017240     MOVE AP-FIELD-NAME(AUDIT-PEND-IDX) TO AUL-FIELD-NAME
017250     MOVE AP-BEFORE(AUDIT-PEND-IDX)     TO AUL-BEFORE
017260     MOVE AP-AFTER(AUDIT-PEND-IDX)      TO AUL-AFTER
017270     PERFORM 2650-WRITE-AUDIT-RECORD THRU 2650-EXIT.
017280 2610-EXIT.
017290     EXIT.
017300
017310*-----------------------------------------------------------*
017320* 2650-WRITE-AUDIT-RECORD - FIELD NAME / BEFORE / AFTER ARE  *
017330* STAGED BY THE CALLER; STAMP WHO AND WHEN, THEN WRITE       *
017340*-----------------------------------------------------------*
017350 2650-WRITE-AUDIT-RECORD.
017360     MOVE WS-SYSTEM-DATE  TO AUL-DATE
017370     MOVE WS-TIME-HHMMSS  TO AUL-TIME
017380     MOVE MT-USER-ID      TO AUL-USER-ID
017390     MOVE MT-ID-NUMERIC   TO AUL-ID-NUMERIC
017400     MOVE MT-ACTION-CODE  TO AUL-ACTION-CODE
017410     WRITE AUDIT-TRAIL-RECORD FROM WS-AUDIT-LINE.
017420 2650-EXIT.
017430     EXIT.
017440
017450*-----------------------------------------------------------*
017460* 2700-RELEASE-WORK                                          *
017470*-----------------------------------------------------------*
017480 2700-RELEASE-WORK.
017490     MOVE EMPLOYEE-WORK-RECORD TO EMPLOYEE-MASTER-OUT-RECORD
017500     WRITE EMPLOYEE-MASTER-OUT-RECORD
017510     ADD 1 TO MASTERS-WRITTEN-COUNT.
017520 2700-EXIT.
017530     EXIT.
017540
017550*-----------------------------------------------------------*
017560* 2800-PRICE-RETRO-PAY - A RAISE EFFECTIVE BEFORE THE RUN    *
017570* DATE IS PRICED AGAINST EVERY PERIOD ALREADY PAID THAT ENDS *
017580* ON OR AFTER THE EFFECTIVE DATE: HOURLY AT THE RATE         *
017590* DIFFERENCE TIMES THE HOURS CHARGED TO EACH DEPARTMENT      *
017600* (OVERTIME HOURS AT THE OVERTIME MULTIPLIER), SALARIED AT   *
017610* THE SALARY DIFFERENCE; THE RESULT IS LISTED FOR SIGN-OFF   *
017620* AND STAGED FOR THE NEXT PAY RUN                            *
017630*-----------------------------------------------------------*
017640 2800-PRICE-RETRO-PAY.
017650     IF MT-EFFECTIVE-DATE NOT < WS-SYSTEM-DATE
017660         GO TO 2800-EXIT
017670     END-IF
017680
017690     IF EW-TYPE-HOURLY
017700         MOVE RETRO-OLD-RATE   TO RETRO-OLD-BASIS
017710         MOVE EW-RATE-NUMERIC  TO RETRO-NEW-BASIS
017720         MOVE "RATE"           TO REL-BASIS-LABEL
017730     ELSE
017740         MOVE RETRO-OLD-SALARY TO RETRO-OLD-BASIS
017750         MOVE EW-SALARY-AMOUNT TO RETRO-NEW-BASIS
017760         MOVE "SALARY"         TO REL-BASIS-LABEL
017770     END-IF
017780     IF EW-EMP-TYPE = RETRO-OLD-TYPE
017790         AND RETRO-NEW-BASIS = RETRO-OLD-BASIS
017800         GO TO 2800-EXIT
017810     END-IF
017820
017830     MOVE EW-ID-NUMERIC     TO REL-ID
017840     MOVE EW-NAME-ALPHA     TO REL-NAME
017850     MOVE MT-EFFECTIVE-DATE TO WORK-DATE
017860     PERFORM 8600-FORMAT-DATE THRU 8600-EXIT
017870     MOVE WORK-DATE-DISPLAY TO REL-EFFECTIVE
017880     MOVE RETRO-OLD-BASIS   TO REL-OLD-BASIS
017890     MOVE RETRO-NEW-BASIS   TO REL-NEW-BASIS
017900     WRITE RETRO-REPORT-RECORD FROM WS-RETRO-EMP-LINE
017910
017920     IF EW-EMP-TYPE NOT = RETRO-OLD-TYPE
017930         MOVE "EMPLOYEE TYPE CHANGED - NO RETRO PAY COMPUTED"
017940             TO RML-TEXT
017950         PERFORM 2880-WRITE-RETRO-MESSAGE THRU 2880-EXIT
017960         GO TO 2800-EXIT
017970     END-IF
017980     IF RETRO-NEW-BASIS < RETRO-OLD-BASIS
017990         MOVE "NOT A RAISE - NO RETRO PAY COMPUTED" TO RML-TEXT
018000         PERFORM 2880-WRITE-RETRO-MESSAGE THRU 2880-EXIT
018010         GO TO 2800-EXIT
018020     END-IF
018030
018040     PERFORM 2810-LOAD-RETRO-PERIODS THRU 2810-EXIT
018050     WRITE RETRO-REPORT-RECORD FROM WS-RETRO-COLUMN-LINE
018060     MOVE ZERO TO RETRO-TOTAL-AMOUNT
018070     MOVE ZERO TO RETRO-PERIODS-PAID
018080     MOVE ZERO TO RETRO-DEPT-COUNT
018090     PERFORM 2830-PRICE-ONE-PERIOD THRU 2830-EXIT
018100         VARYING RETRO-IDX FROM 1 BY 1
018110         UNTIL RETRO-IDX > RETRO-PERIOD-COUNT
018120
018130     MOVE RETRO-PERIODS-PAID TO RTL-PERIODS
018140     MOVE RETRO-TOTAL-AMOUNT TO RTL-AMOUNT
018150     IF RETRO-TOTAL-AMOUNT > ZERO
018160         PERFORM 2870-STAGE-RETRO-PAY THRU 2870-EXIT
018170         MOVE "STAGED FOR PAY RUN" TO RTL-NOTE
018180         WRITE RETRO-REPORT-RECORD FROM WS-RETRO-TOTAL-LINE
018190         WRITE RETRO-REPORT-RECORD FROM WS-RETRO-SIGNOFF-LINE
018200     ELSE
018210         MOVE "NOTHING STAGED"     TO RTL-NOTE
018220         WRITE RETRO-REPORT-RECORD FROM WS-RETRO-TOTAL-LINE
018230     END-IF
018240     MOVE SPACES TO RETRO-REPORT-RECORD
018250     WRITE RETRO-REPORT-RECORD.
018260 2800-EXIT.
018270     EXIT.
018280
018290*-----------------------------------------------------------*
018300* 2810-LOAD-RETRO-PERIODS - ONE PASS OF THE PAYMENT HISTORY  *
018310* FOR THIS EMPLOYEE: REGULAR PAYMENTS FOR PERIODS ENDING ON  *
018320* OR AFTER THE EFFECTIVE DATE, RETRO PAYMENTS MADE SINCE IT, *
018330* AND VOIDS, WHICH CANCEL THE PAYMENT THEY REVERSE           *
018340*-----------------------------------------------------------*
018350 2810-LOAD-RETRO-PERIODS.
018360     MOVE ZERO TO RETRO-PERIOD-COUNT
018370     OPEN INPUT PAY-HISTORY
018380     IF WS-PAYHIST-FILE-MISSING
018390         GO TO 2810-EXIT
018400     END-IF
018410     IF NOT WS-PAYHIST-OK
018420         DISPLAY "ERROR OPENING PAY-HISTORY, STATUS = "
018430             WS-PAYHIST-STATUS
018440         GO TO 2810-EXIT
018450     END-IF
018460     PERFORM 2815-READ-RETRO-HISTORY THRU 2815-EXIT
018470         UNTIL WS-PAYHIST-EOF
018480     CLOSE PAY-HISTORY.
018490 2810-EXIT.
018500     EXIT.
018510
018520*-----------------------------------------------------------*
018530* 2815-READ-RETRO-HISTORY                                    *
018540*-----------------------------------------------------------*
018550 2815-READ-RETRO-HISTORY.
018560     READ PAY-HISTORY
018570         AT END
018580             MOVE "10" TO WS-PAYHIST-STATUS
018590             GO TO 2815-EXIT
018600     END-READ
018610     IF PH-ID-NUMERIC NOT = EW-ID-NUMERIC
018620         GO TO 2815-EXIT
018630     END-IF
018640     IF PH-TYPE-VOID
018650         PERFORM 2820-MARK-VOIDED-PERIOD THRU 2820-EXIT
018660         GO TO 2815-EXIT
018670     END-IF
018680     IF PH-TYPE-REGULAR
018690         AND PH-PERIOD-END NOT < MT-EFFECTIVE-DATE
018700         PERFORM 2825-ADD-RETRO-PERIOD THRU 2825-EXIT
018710     END-IF
018720     IF PH-TYPE-RETRO
018730         AND PH-PAY-DATE NOT < MT-EFFECTIVE-DATE
018740         PERFORM 2825-ADD-RETRO-PERIOD THRU 2825-EXIT
018750     END-IF.
018760 2815-EXIT.
018770     EXIT.
018780
018790*-----------------------------------------------------------*
018800* 2820-MARK-VOIDED-PERIOD - A VOID CARRIES THE PAY DATE AND  *
018810* NET OF THE PAYMENT IT REVERSED                             *
018820*-----------------------------------------------------------*
018830 2820-MARK-VOIDED-PERIOD.
018840     MOVE "N" TO RETRO-FOUND-SWITCH
018850     PERFORM 2822-MATCH-VOIDED-PERIOD THRU 2822-EXIT
018860         VARYING RETRO-SCAN-IDX FROM 1 BY 1
018870         UNTIL RETRO-SCAN-IDX > RETRO-PERIOD-COUNT
018880            OR RETRO-FOUND.
018890 2820-EXIT.
018900     EXIT.
018910
018920*-----------------------------------------------------------*
018930* 2822-MATCH-VOIDED-PERIOD                                   *
018940*-----------------------------------------------------------*
018950 2822-MATCH-VOIDED-PERIOD.
018960     IF RT-PAY-DATE(RETRO-SCAN-IDX) = PH-ORIG-DATE
018970         AND RT-NET(RETRO-SCAN-IDX) = PH-NET
018980         AND NOT RT-VOIDED(RETRO-SCAN-IDX)
018990         MOVE "Y" TO RT-VOID-SWITCH(RETRO-SCAN-IDX)
019000         MOVE "Y" TO RETRO-FOUND-SWITCH
019010     END-IF.
019020 2822-EXIT.
019030     EXIT.
019040
019050*-----------------------------------------------------------*
019060* 2825-ADD-RETRO-PERIOD                                      *
019070*-----------------------------------------------------------*
019080 2825-ADD-RETRO-PERIOD.
019090     IF RETRO-PERIOD-COUNT NOT < RETRO-MAX-PERIODS
019100         DISPLAY "RETRO PERIOD TABLE FULL - PAYMENT DATED "
019110             PH-PAY-DATE " FOR EMPLOYEE " EW-ID-NUMERIC
019120             " IGNORED"
019130         GO TO 2825-EXIT
019140     END-IF
019150     ADD 1 TO RETRO-PERIOD-COUNT
019160     MOVE RETRO-PERIOD-COUNT TO RETRO-IDX
019170     MOVE PH-RECORD-TYPE  TO RT-KIND(RETRO-IDX)
019180     MOVE "N"             TO RT-VOID-SWITCH(RETRO-IDX)
019190     MOVE PH-PAY-DATE     TO RT-PAY-DATE(RETRO-IDX)
019200     MOVE PH-PERIOD-END   TO RT-PERIOD-END(RETRO-IDX)
019210     MOVE PH-ORIG-DATE    TO RT-EFFECTIVE-DATE(RETRO-IDX)
019220     MOVE PH-RATE         TO RT-RATE(RETRO-IDX)
019230     MOVE PH-REGULAR-PAY  TO RT-REGULAR-PAY(RETRO-IDX)
019240     MOVE PH-NET          TO RT-NET(RETRO-IDX)
019250     MOVE PH-DEPT-CODE    TO RT-HOME-DEPT(RETRO-IDX)
019260     MOVE PH-DEPT-COUNT   TO RT-DEPT-COUNT(RETRO-IDX)
019270     IF RT-DEPT-COUNT(RETRO-IDX) > 10
019280         MOVE 10 TO RT-DEPT-COUNT(RETRO-IDX)
019290     END-IF
019300     PERFORM 2827-MOVE-RETRO-DEPT THRU 2827-EXIT
019310         VARYING RETRO-DPT-IDX FROM 1 BY 1
019320         UNTIL RETRO-DPT-IDX > RT-DEPT-COUNT(RETRO-IDX).
019330 2825-EXIT.
019340     EXIT.
019350
019360*-----------------------------------------------------------*
019370* 2827-MOVE-RETRO-DEPT                                       *
019380*-----------------------------------------------------------*
019390 2827-MOVE-RETRO-DEPT.
019400     MOVE PH-DPT-CODE(RETRO-DPT-IDX)
019410         TO RT-DPT-CODE(RETRO-IDX, RETRO-DPT-IDX)
019420     MOVE PH-DPT-REG-HOURS(RETRO-DPT-IDX)
019430         TO RT-DPT-REG-HOURS(RETRO-IDX, RETRO-DPT-IDX)
019440     MOVE PH-DPT-OT-HOURS(RETRO-DPT-IDX)
019450         TO RT-DPT-OT-HOURS(RETRO-IDX, RETRO-DPT-IDX).
019460 2827-EXIT.
019470     EXIT.
019480
019490*-----------------------------------------------------------*
019500* 2830-PRICE-ONE-PERIOD - THE BASIS PAID IS THE RATE (OR     *
019510* SALARY) ON THE ORIGINAL PAYMENT, UNLESS A LATER RETRO      *
019520* PAYMENT ALREADY BROUGHT THE PERIOD UP TO THE PRE-CHANGE    *
019530* MASTER VALUE                                               *
019540*-----------------------------------------------------------*
019550 2830-PRICE-ONE-PERIOD.
019560     IF NOT RT-KIND-PAYMENT(RETRO-IDX)
019570         GO TO 2830-EXIT
019580     END-IF
019590     MOVE RT-PAY-DATE(RETRO-IDX) TO WORK-DATE
019600     PERFORM 8600-FORMAT-DATE THRU 8600-EXIT
019610     MOVE WORK-DATE-DISPLAY TO RDL-PAY-DATE
019620     MOVE RT-PERIOD-END(RETRO-IDX) TO WORK-DATE
019630     PERFORM 8600-FORMAT-DATE THRU 8600-EXIT
019640     MOVE WORK-DATE-DISPLAY TO RDL-PERIOD-END
019650
019660     IF RT-VOIDED(RETRO-IDX)
019670         MOVE SPACES TO RDL-DEPT
019680         MOVE ZERO   TO RDL-REG-HOURS
019690         MOVE ZERO   TO RDL-OT-HOURS
019700         MOVE ZERO   TO RDL-PAID-BASIS
019710         MOVE ZERO   TO RDL-NEW-BASIS
019720         MOVE ZERO   TO RDL-AMOUNT
019730         MOVE "PAYMENT VOIDED" TO RDL-NOTE
019740         WRITE RETRO-REPORT-RECORD FROM WS-RETRO-DETAIL-LINE
019750         GO TO 2830-EXIT
019760     END-IF
019770
019780     MOVE "N" TO RETRO-PRIOR-SWITCH
019790     PERFORM 2835-CHECK-PRIOR-RETRO THRU 2835-EXIT
019800         VARYING RETRO-SCAN-IDX FROM 1 BY 1
019810         UNTIL RETRO-SCAN-IDX > RETRO-PERIOD-COUNT
019820            OR RETRO-PRIOR-ADJUSTED
019830     IF RETRO-PRIOR-ADJUSTED
019840         MOVE RETRO-OLD-BASIS TO RETRO-PAID-BASIS
019850     ELSE
019860         IF EW-TYPE-HOURLY
019870             MOVE RT-RATE(RETRO-IDX)        TO RETRO-PAID-BASIS
019880         ELSE
019890             MOVE RT-REGULAR-PAY(RETRO-IDX) TO RETRO-PAID-BASIS
019900         END-IF
019910     END-IF
019920
019930     MOVE RETRO-TOTAL-AMOUNT TO RETRO-PERIOD-START
019940     IF EW-TYPE-HOURLY
019950         PERFORM 2840-PRICE-HOURLY-DEPT THRU 2840-EXIT
019960             VARYING RETRO-DPT-IDX FROM 1 BY 1
019970             UNTIL RETRO-DPT-IDX > RT-DEPT-COUNT(RETRO-IDX)
019980     ELSE
019990         PERFORM 2845-PRICE-SALARY-PERIOD THRU 2845-EXIT
020000     END-IF
020010     IF RETRO-TOTAL-AMOUNT > RETRO-PERIOD-START
020020         ADD 1 TO RETRO-PERIODS-PAID
020030     END-IF.
020040 2830-EXIT.
020050     EXIT.
020060
020070*-----------------------------------------------------------*
020080* 2835-CHECK-PRIOR-RETRO - A RETRO PAYMENT MADE AFTER THIS   *
020090* PERIOD WAS PAID, EFFECTIVE ON OR BEFORE ITS END, COVERED IT*
020100*-----------------------------------------------------------*
020110 2835-CHECK-PRIOR-RETRO.
020120     IF RT-KIND-RETRO(RETRO-SCAN-IDX)
020130         AND NOT RT-VOIDED(RETRO-SCAN-IDX)
020140         AND RT-EFFECTIVE-DATE(RETRO-SCAN-IDX)
020150             NOT > RT-PERIOD-END(RETRO-IDX)
020160         AND RT-PAY-DATE(RETRO-SCAN-IDX) > RT-PAY-DATE(RETRO-IDX)
020170         MOVE "Y" TO RETRO-PRIOR-SWITCH
020180     END-IF.
020190 2835-EXIT.
020200     EXIT.
020210
020220*-----------------------------------------------------------*
020230* 2840-PRICE-HOURLY-DEPT                                     *
020240*-----------------------------------------------------------*
020250 2840-PRICE-HOURLY-DEPT.
020260     COMPUTE RETRO-HOURS-EQUIV =
020270         RT-DPT-REG-HOURS(RETRO-IDX, RETRO-DPT-IDX)
020280         + RT-DPT-OT-HOURS(RETRO-IDX, RETRO-DPT-IDX)
020290         * RETRO-OT-MULTIPLIER
020300     MOVE ZERO TO RETRO-DEPT-AMOUNT
020310     IF RETRO-NEW-BASIS > RETRO-PAID-BASIS
020320         COMPUTE RETRO-DEPT-AMOUNT ROUNDED =
020330             (RETRO-NEW-BASIS - RETRO-PAID-BASIS)
020340             * RETRO-HOURS-EQUIV
020350     END-IF
020360     MOVE RT-DPT-CODE(RETRO-IDX, RETRO-DPT-IDX) TO RETRO-POST-DEPT
020370     MOVE RT-DPT-REG-HOURS(RETRO-IDX, RETRO-DPT-IDX)
020380         TO RDL-REG-HOURS
020390     MOVE RT-DPT-OT-HOURS(RETRO-IDX, RETRO-DPT-IDX)
020400         TO RDL-OT-HOURS
020410     PERFORM 2850-WRITE-RETRO-DETAIL THRU 2850-EXIT
020420     PERFORM 2860-POST-RETRO-DEPT THRU 2860-EXIT.
020430 2840-EXIT.
020440     EXIT.
020450
020460*-----------------------------------------------------------*
020470* 2845-PRICE-SALARY-PERIOD - SALARY IS CHARGED TO THE ONE    *
020480* DEPARTMENT THE PERIOD WAS POSTED TO                        *
020490*-----------------------------------------------------------*
020500 2845-PRICE-SALARY-PERIOD.
020510     MOVE ZERO TO RETRO-DEPT-AMOUNT
020520     IF RETRO-NEW-BASIS > RETRO-PAID-BASIS
020530         COMPUTE RETRO-DEPT-AMOUNT =
020540             RETRO-NEW-BASIS - RETRO-PAID-BASIS
020550     END-IF
020560     IF RT-DEPT-COUNT(RETRO-IDX) > ZERO
020570         MOVE RT-DPT-CODE(RETRO-IDX, 1) TO RETRO-POST-DEPT
020580     ELSE
020590         MOVE RT-HOME-DEPT(RETRO-IDX)   TO RETRO-POST-DEPT
020600     END-IF
020610     MOVE ZERO TO RDL-REG-HOURS
020620     MOVE ZERO TO RDL-OT-HOURS
020630     PERFORM 2850-WRITE-RETRO-DETAIL THRU 2850-EXIT
020640     PERFORM 2860-POST-RETRO-DEPT THRU 2860-EXIT.
020650 2845-EXIT.
020660     EXIT.
020670
020680*-----------------------------------------------------------*
020690* 2850-WRITE-RETRO-DETAIL                                    *
020700*-----------------------------------------------------------*
020710 2850-WRITE-RETRO-DETAIL.
020720     MOVE RETRO-POST-DEPT   TO RDL-DEPT
020730     MOVE RETRO-PAID-BASIS  TO RDL-PAID-BASIS
020740     MOVE RETRO-NEW-BASIS   TO RDL-NEW-BASIS
020750     MOVE RETRO-DEPT-AMOUNT TO RDL-AMOUNT
020760     IF RETRO-PRIOR-ADJUSTED
020770         MOVE "PRIOR RETRO APPLIED" TO RDL-NOTE
020780     ELSE
020790         MOVE SPACES TO RDL-NOTE
020800     END-IF
020810     WRITE RETRO-REPORT-RECORD FROM WS-RETRO-DETAIL-LINE.
020820 2850-EXIT.
020830     EXIT.
020840
020850*-----------------------------------------------------------*
020860* 2860-POST-RETRO-DEPT - RETRO TOTALS BY DEPARTMENT CHARGED; *
020870* PAST TEN DEPARTMENTS THE LAST ENTRY TAKES THE OVERFLOW     *
020880*-----------------------------------------------------------*
020890 2860-POST-RETRO-DEPT.
020900     IF RETRO-DEPT-AMOUNT = ZERO
020910         GO TO 2860-EXIT
020920     END-IF
020930     ADD RETRO-DEPT-AMOUNT TO RETRO-TOTAL-AMOUNT
020940     MOVE "N" TO RETRO-FOUND-SWITCH
020950     PERFORM 2865-FIND-RETRO-DEPT THRU 2865-EXIT
020960         VARYING RETRO-DPT-SCAN FROM 1 BY 1
020970         UNTIL RETRO-DPT-SCAN > RETRO-DEPT-COUNT
020980            OR RETRO-FOUND
020990     IF RETRO-FOUND
021000         SUBTRACT 1 FROM RETRO-DPT-SCAN
021010     ELSE
021020         IF RETRO-DEPT-COUNT < 10
021030             ADD 1 TO RETRO-DEPT-COUNT
021040             MOVE RETRO-DEPT-COUNT TO RETRO-DPT-SCAN
021050             MOVE RETRO-POST-DEPT TO RDT-DEPT-CODE(RETRO-DPT-SCAN)
021060             MOVE ZERO            TO RDT-AMOUNT(RETRO-DPT-SCAN)
021070         ELSE
021080             MOVE 10 TO RETRO-DPT-SCAN
021090             DISPLAY "RETRO DEPARTMENT TABLE FULL - DEPT "
021100                 RETRO-POST-DEPT " FOR EMPLOYEE " EW-ID-NUMERIC
021110                 " CHARGED TO " RDT-DEPT-CODE(RETRO-DPT-SCAN)
021120         END-IF
021130     END-IF
021140     ADD RETRO-DEPT-AMOUNT TO RDT-AMOUNT(RETRO-DPT-SCAN).
021150 2860-EXIT.
021160     EXIT.
021170
021180*-----------------------------------------------------------*
021190* 2865-FIND-RETRO-DEPT                                       *
021200*-----------------------------------------------------------*
021210 2865-FIND-RETRO-DEPT.
021220     IF RDT-DEPT-CODE(RETRO-DPT-SCAN) = RETRO-POST-DEPT
021230         MOVE "Y" TO RETRO-FOUND-SWITCH
021240     END-IF.
021250 2865-EXIT.
021260     EXIT.
021270
021280*-----------------------------------------------------------*
021290* 2870-STAGE-RETRO-PAY - ONE RETRO TRANSACTION PER CHANGE,   *
021300* CARRYING THE TAX SETUP LIKE A STAGED PTO PAYOUT AND THE    *
021310* AMOUNT OWED TO EACH DEPARTMENT CHARGED                     *
021320*-----------------------------------------------------------*
021330 2870-STAGE-RETRO-PAY.
021340     MOVE EW-ID-NUMERIC          TO RP-ID-NUMERIC
021350     MOVE EW-NAME-ALPHA          TO RP-NAME-ALPHA
021360     MOVE MT-EFFECTIVE-DATE      TO RP-EFFECTIVE-DATE
021370     MOVE RETRO-PERIODS-PAID     TO RP-PERIOD-COUNT
021380     MOVE RETRO-TOTAL-AMOUNT     TO RP-RETRO-AMOUNT
021390     MOVE EW-RATE-NUMERIC        TO RP-RATE-NUMERIC
021400     MOVE EW-EMP-TYPE            TO RP-EMP-TYPE
021410     MOVE EW-FEDERAL-PRCNT       TO RP-FEDERAL-PRCNT
021420     MOVE EW-STATE-PRCNT         TO RP-STATE-PRCNT
021430     MOVE EW-FICA-PRCNT          TO RP-FICA-PRCNT
021440     MOVE EW-DEPT-CODE           TO RP-DEPT-CODE
021450     MOVE EW-PAY-METHOD          TO RP-PAY-METHOD
021460     MOVE EW-FILING-STATUS       TO RP-FILING-STATUS
021470     MOVE EW-DEPENDENTS-CREDIT   TO RP-DEPENDENTS-CREDIT
021480     MOVE EW-FED-EXTRA-WH        TO RP-FED-EXTRA-WH
021490     MOVE EW-STATE-FILING-STATUS TO RP-STATE-FILING-STATUS
021500     MOVE EW-STATE-EXTRA-WH      TO RP-STATE-EXTRA-WH
021510     MOVE RETRO-DEPT-COUNT       TO RP-DEPT-COUNT
021520     PERFORM 2875-MOVE-STAGED-DEPT THRU 2875-EXIT
021530         VARYING RETRO-DPT-SCAN FROM 1 BY 1
021540         UNTIL RETRO-DPT-SCAN > 10
021550     WRITE RETRO-PAY-RECORD
021560     ADD 1 TO RETRO-STAGED-COUNT
021570     ADD RETRO-TOTAL-AMOUNT TO WS-RETRO-STAGED-TOTAL
021580     MOVE "RETRO PAY"            TO AUL-FIELD-NAME
021590     MOVE MT-EFFECTIVE-ALPHA     TO AUL-BEFORE
021600     MOVE RETRO-TOTAL-AMOUNT     TO NOTE-AMOUNT-DISPLAY
021610     MOVE NOTE-AMOUNT-DISPLAY    TO AUL-AFTER
021620     PERFORM 2650-WRITE-AUDIT-RECORD THRU 2650-EXIT.
021630 2870-EXIT.
021640     EXIT.
021650
021660*-----------------------------------------------------------*
021670* 2875-MOVE-STAGED-DEPT                                      *
021680*-----------------------------------------------------------*
021690 2875-MOVE-STAGED-DEPT.
021700     IF RETRO-DPT-SCAN > RETRO-DEPT-COUNT
021710         MOVE SPACES TO RP-DPT-CODE(RETRO-DPT-SCAN)
021720         MOVE ZERO   TO RP-DPT-AMOUNT(RETRO-DPT-SCAN)
021730     ELSE
021740         MOVE RDT-DEPT-CODE(RETRO-DPT-SCAN)
021750             TO RP-DPT-CODE(RETRO-DPT-SCAN)
021760         MOVE RDT-AMOUNT(RETRO-DPT-SCAN)
021770             TO RP-DPT-AMOUNT(RETRO-DPT-SCAN)
021780     END-IF.
021790 2875-EXIT.
021800     EXIT.
021810
021820*-----------------------------------------------------------*
021830* 2880-WRITE-RETRO-MESSAGE                                   *
021840*-----------------------------------------------------------*
021850 2880-WRITE-RETRO-MESSAGE.
021860     WRITE RETRO-REPORT-RECORD FROM WS-RETRO-MESSAGE-LINE
021870     MOVE SPACES TO RETRO-REPORT-RECORD
021880     WRITE RETRO-REPORT-RECORD.
021890 2880-EXIT.
021900     EXIT.
021910
021920*-----------------------------------------------------------*
021930* 3000-TERMINATE                                             *
021940*-----------------------------------------------------------*
021950 3000-TERMINATE.
021960     PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT
021970     CLOSE EMPLOYEE-MASTER-IN
021980     CLOSE EMPLOYEE-MASTER-OUT
021990     CLOSE MAINT-TRANS
022000     CLOSE AUDIT-TRAIL
022010     CLOSE PTO-PAYOUT
022020     CLOSE RETRO-PAY
022030     CLOSE NEW-HIRE
022040     IF WS-RETRORPT-OK
022050         MOVE RETRO-STAGED-COUNT    TO RGL-COUNT
022060         MOVE WS-RETRO-STAGED-TOTAL TO RGL-AMOUNT
022070         WRITE RETRO-REPORT-RECORD FROM WS-RETRO-GRAND-LINE
022080     END-IF
022090     CLOSE RETRO-REPORT
022100     CLOSE MAINT-REPORT.
022110 3000-EXIT.
022120     EXIT.
022130
022140*-----------------------------------------------------------*
022150* 5500-WRITE-REJECT-LINE                                     *
022160*-----------------------------------------------------------*
022170 5500-WRITE-REJECT-LINE.
022180     ADD 1 TO TRANS-REJECTED-COUNT
022190     MOVE MT-ACTION-CODE    TO RJ-ACTION-CODE
022200     MOVE MT-ID-NUMERIC     TO RJ-ID-NUMERIC
022210     MOVE WS-REJECT-REASON  TO RJ-REASON
022220     WRITE MAINT-REPORT-RECORD FROM WS-REJECT-LINE.
022230 5500-EXIT.
022240     EXIT.
022250
022260*-----------------------------------------------------------*
022270* 6000-WRITE-SUMMARY                                         *
022280*-----------------------------------------------------------*
022290 6000-WRITE-SUMMARY.
022300     MOVE "MASTER RECORDS READ"      TO SM-LABEL
022310     MOVE MASTERS-READ-COUNT         TO SM-COUNT
022320     WRITE MAINT-REPORT-RECORD FROM WS-SUMMARY-LINE
022330     MOVE "MASTER RECORDS WRITTEN"   TO SM-LABEL
022340     MOVE MASTERS-WRITTEN-COUNT      TO SM-COUNT
022350     WRITE MAINT-REPORT-RECORD FROM WS-SUMMARY-LINE
022360     MOVE "ADDS APPLIED"             TO SM-LABEL
022370     MOVE ADDS-APPLIED-COUNT         TO SM-COUNT
022380     WRITE MAINT-REPORT-RECORD FROM WS-SUMMARY-LINE
022390     MOVE "CHANGES APPLIED"          TO SM-LABEL
022400     MOVE CHANGES-APPLIED-COUNT      TO SM-COUNT
022410     WRITE MAINT-REPORT-RECORD FROM WS-SUMMARY-LINE
022420     MOVE "TERMINATIONS APPLIED"     TO SM-LABEL
022430     MOVE TERMS-APPLIED-COUNT        TO SM-COUNT
022440     WRITE MAINT-REPORT-RECORD FROM WS-SUMMARY-LINE
022450     MOVE "TRANSACTIONS REJECTED"    TO SM-LABEL
022460     MOVE TRANS-REJECTED-COUNT       TO SM-COUNT
022470     WRITE MAINT-REPORT-RECORD FROM WS-SUMMARY-LINE
022480     MOVE "PTO PAYOUTS STAGED"       TO SM-LABEL
022490     MOVE PAYOUTS-STAGED-COUNT       TO SM-COUNT
022500     WRITE MAINT-REPORT-RECORD FROM WS-SUMMARY-LINE
022510     MOVE "RETRO PAYMENTS STAGED"    TO SM-LABEL
022520     MOVE RETRO-STAGED-COUNT         TO SM-COUNT
022530     WRITE MAINT-REPORT-RECORD FROM WS-SUMMARY-LINE
022540     MOVE "NEW HIRES STAGED FOR STATE" TO SM-LABEL
022550     MOVE HIRES-STAGED-COUNT         TO SM-COUNT
022560     WRITE MAINT-REPORT-RECORD FROM WS-SUMMARY-LINE
022570     MOVE "  OF WHICH REHIRES"       TO SM-LABEL
022580     MOVE REHIRES-STAGED-COUNT       TO SM-COUNT
022590     WRITE MAINT-REPORT-RECORD FROM WS-SUMMARY-LINE.
022600 6000-EXIT.
022610     EXIT.
022620
022630*-----------------------------------------------------------*
022640* 8000-READ-MASTER                                           *
022650*-----------------------------------------------------------*
022660 8000-READ-MASTER.
022670     READ EMPLOYEE-MASTER-IN
022680         AT END
022690             MOVE 9999 TO MASTER-KEY
022700         NOT AT END
022710             MOVE EMI-ID-NUMERIC TO MASTER-KEY
022720             ADD 1 TO MASTERS-READ-COUNT
022730     END-READ.
022740 8000-EXIT.
022750     EXIT.
022760
022770*-----------------------------------------------------------*
022780* 8100-READ-TRANS - TRANSACTIONS MUST ARRIVE IN EMPLOYEE ID  *
022790* SEQUENCE; OUT OF SEQUENCE CARDS ARE REJECTED AND SKIPPED   *
022800*-----------------------------------------------------------*
022810 8100-READ-TRANS.
022820     READ MAINT-TRANS
022830         AT END
022840             MOVE 9999 TO TRANS-KEY
022850             GO TO 8100-EXIT
022860     END-READ
022870     IF MT-ID-NUMERIC IS NOT NUMERIC
022880         MOVE "EMPLOYEE ID NOT NUMERIC" TO WS-REJECT-REASON
022890         PERFORM 5500-WRITE-REJECT-LINE THRU 5500-EXIT
022900         GO TO 8100-READ-TRANS
022910     END-IF
022920     MOVE MT-ID-NUMERIC TO TRANS-KEY
022930     IF TRANS-KEY < PREV-TRANS-KEY
022940         MOVE "TRANSACTION OUT OF SEQUENCE" TO WS-REJECT-REASON
022950         PERFORM 5500-WRITE-REJECT-LINE THRU 5500-EXIT
022960         GO TO 8100-READ-TRANS
022970     END-IF
022980     MOVE TRANS-KEY TO PREV-TRANS-KEY.
022990 8100-EXIT.
023000     EXIT.
023010
023020*-----------------------------------------------------------*
023030* 8600-FORMAT-DATE - YYYYMMDD TO MM/DD/YYYY                  *
023040*-----------------------------------------------------------*
023050 8600-FORMAT-DATE.
023060     MOVE SPACES TO WORK-DATE-DISPLAY
023070     IF WORK-DATE = ZERO
023080         GO TO 8600-EXIT
023090     END-IF
023100     STRING WKD-MM   DELIMITED BY SIZE
023110            "/"      DELIMITED BY SIZE
023120            WKD-DD   DELIMITED BY SIZE
023130            "/"      DELIMITED BY SIZE
023140            WKD-YYYY DELIMITED BY SIZE
023150         INTO WORK-DATE-DISPLAY
023160     END-STRING.
023170 8600-EXIT.
023180     EXIT.
023190
023200
023210
023220
023230
023240
