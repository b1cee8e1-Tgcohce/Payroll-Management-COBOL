000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TaxDepositSchedule.
000120 AUTHOR. D-SHIFT-PAYROLL-TEAM.
000130 INSTALLATION. PAYROLL-DATA-PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------*
000170* MODIFICATION HISTORY                                       *
000180*-----------------------------------------------------------*
000190* DATE       INIT DESCRIPTION                                *
000200* 10/15/2026 RJH  ORIGINAL PROGRAM - FEDERAL TAX DEPOSIT     *
000210*                 SCHEDULE FROM RUN-HISTORY. EACH PAY DATE'S *
000220*                 FEDERAL WITHHOLDING AND EMPLOYEE AND       *
000230*                 EMPLOYER FICA (NET OF VOIDS) ARE GROUPED   *
000240*                 INTO DEPOSITS ON THE MONTHLY OR SEMIWEEKLY *
000250*                 SCHEDULE CARRIED ON COMPANY CONTROL, WITH  *
000260*                 THE DUE DATE OF EACH. A DEPOSIT PERIOD     *
000270*                 REACHING $100,000 IS DUE THE NEXT BUSINESS *
000280*                 DAY AND A MONTHLY DEPOSITOR BECOMES        *
000290*                 SEMIWEEKLY. FUTA IS ACCUMULATED BY QUARTER *
000300*                 AND A DEPOSIT LINE IS SHOWN ONCE IT EXCEEDS*
000310*                 $500.                                      *
000320*-----------------------------------------------------------*
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT RUN-HISTORY ASSIGN TO RUNHIST
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RUNHIST-STATUS.
000430
000440     SELECT COMPANY-CONTROL ASSIGN TO COMPCTL
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-COMPCTL-STATUS.
000470
000480     SELECT DEPOSIT-REPORT ASSIGN TO DEPRPT
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-DEPRPT-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  RUN-HISTORY
000550     RECORDING MODE IS F.
000560 01  RUN-HISTORY-RECORD.
000570     05  RH-RUN-DATE         PIC 9(08).
000580     05  RH-CYCLE-CODE       PIC X(01).
000590     05  RH-PERIOD-END       PIC 9(08).
000600     05  RH-EMPLOYEE-COUNT   PIC 9(05).
000610     05  RH-EXCEPTION-COUNT  PIC 9(05).
000620     05  RH-TOTAL-GROSS      PIC S9(09)V99
000630                             SIGN LEADING SEPARATE.
000640     05  RH-TOTAL-TAX        PIC S9(09)V99
000650                             SIGN LEADING SEPARATE.
000660     05  RH-TOTAL-NET        PIC S9(09)V99
000670                             SIGN LEADING SEPARATE.
000680     05  RH-TOTAL-FEDERAL    PIC S9(09)V99
000690                             SIGN LEADING SEPARATE.
000700     05  RH-TOTAL-EE-FICA    PIC S9(09)V99
000710                             SIGN LEADING SEPARATE.
000720     05  RH-TOTAL-ER-FICA    PIC S9(09)V99
000730                             SIGN LEADING SEPARATE.
000740     05  RH-TOTAL-FUTA       PIC S9(09)V99
000750                             SIGN LEADING SEPARATE.
000760     05  RH-TOTAL-SUTA       PIC S9(09)V99
000770                             SIGN LEADING SEPARATE.
000780
000790 FD  COMPANY-CONTROL
000800     RECORDING MODE IS F.
000810 01  COMPANY-CONTROL-RECORD.
000820     05  CC-EFFECTIVE-DATE   PIC 9(08).
000830     05  CC-FICA-WAGE-BASE   PIC 9(09)V99.
000840     05  CC-FUTA-RATE        PIC 9V999.
000850     05  CC-FUTA-WAGE-BASE   PIC 9(09)V99.
000860     05  CC-SUTA-RATE        PIC 9V999.
000870     05  CC-SUTA-WAGE-BASE   PIC 9(09)V99.
000880     05  CC-OT-THRESHOLD     PIC 9(03).
000890     05  CC-OT-MULTIPLIER    PIC 9V9.
000900     05  CC-MAX-HOURS        PIC 9(03).
000910     05  CC-MAX-RATE         PIC 9(03).
000920     05  CC-MAX-TAXRATE      PIC 9V99.
000930     05  CC-CHECK-START      PIC 9(06).
000940     05  CC-GL-WAGE-EXP      PIC X(04).
000950     05  CC-GL-SHIFT-PREM    PIC X(04).
000960     05  CC-GL-ER-TAX-EXP    PIC X(04).
000970     05  CC-GL-FED-WH        PIC X(04).
000980     05  CC-GL-STATE-WH      PIC X(04).
000990     05  CC-GL-FICA-WH       PIC X(04).
001000     05  CC-GL-FICA-ER       PIC X(04).
001010     05  CC-GL-FUTA          PIC X(04).
001020     05  CC-GL-SUTA          PIC X(04).
001030     05  CC-GL-VENDOR-LIAB   PIC X(04).
001040     05  CC-GL-CASH          PIC X(04).
001050     05  CC-GL-ACH-RETURN    PIC X(04).
001060     05  CC-SUPP-FED-RATE    PIC 9V999.
001070     05  CC-MAX-DAY-HOURS    PIC 9(02).
001080     05  CC-MAX-WEEK-HOURS   PIC 9(03).
001090     05  CC-EMPLOYER-FEIN    PIC 9(09).
001100     05  CC-STATE-EMPLOYER-ID PIC X(15).
001110     05  CC-EMPLOYER-NAME    PIC X(40).
001120     05  CC-EMPLOYER-ADDRESS PIC X(40).
001130     05  CC-EMPLOYER-CITY    PIC X(25).
001140     05  CC-EMPLOYER-STATE   PIC X(02).
001150     05  CC-EMPLOYER-ZIP     PIC X(09).
001160     05  CC-DEPOSIT-SCHEDULE PIC X(01).
001170
001180 FD  DEPOSIT-REPORT
001190     RECORDING MODE IS F.
001200 01  DEPOSIT-REPORT-RECORD   PIC X(132).
001210
001220 WORKING-STORAGE SECTION.
001230*-----------------------------------------------------------*
001240* FILE STATUS SWITCHES                                       *
001250*-----------------------------------------------------------*
001260 01  WS-RUNHIST-STATUS       PIC X(02).
001270     88  WS-RUNHIST-OK                VALUE "00".
001280     88  WS-RUNHIST-EOF               VALUE "10".
001290     88  WS-RUNHIST-FILE-MISSING      VALUE "35".
001300
001310 01  WS-COMPCTL-STATUS       PIC X(02).
001320     88  WS-COMPCTL-OK                VALUE "00".
001330     88  WS-COMPCTL-FILE-MISSING      VALUE "35".
001340
001350 01  WS-DEPRPT-STATUS        PIC X(02).
001360     88  WS-DEPRPT-OK                 VALUE "00".
001370
001380 01  WS-SWITCHES.
001390     05  WS-ABORT-SWITCH     PIC X(01)   VALUE "N".
001400         88  WS-RUN-ABORTED              VALUE "Y".
001410     05  WS-CTRL-EOF-SWITCH  PIC X(01)   VALUE "N".
001420         88  WS-CTRL-AT-END              VALUE "Y".
001430     05  CTRL-FOUND-SWITCH   PIC X(01)   VALUE "N".
001440         88  CTRL-FOUND                  VALUE "Y".
001450     05  GROUP-OPEN-SWITCH   PIC X(01)   VALUE "N".
001460         88  DEPOSIT-GROUP-OPEN          VALUE "Y".
001470     05  NEXT-DAY-SWITCH     PIC X(01)   VALUE "N".
001480         88  NEXT-DAY-DEPOSIT            VALUE "Y".
001490     05  LEAP-YEAR-SWITCH    PIC X(01)   VALUE "N".
001500         88  LEAP-YEAR                   VALUE "Y".
001510     05  PDT-FOUND-SWITCH    PIC X(01)   VALUE "N".
001520         88  PDT-FOUND                   VALUE "Y".
001530
001540*-----------------------------------------------------------*
001550* DEPOSITOR SCHEDULE - "M" MONTHLY, "S" SEMIWEEKLY; ANYTHING *
001560* ELSE ON COMPANY CONTROL IS TREATED AS SEMIWEEKLY, THE      *
001570* EARLIER OF THE TWO SCHEDULES                               *
001580*-----------------------------------------------------------*
001590 01  DEPOSIT-SCHEDULE-CODE   PIC X(01)     VALUE "S".
001600     88  SCHEDULE-MONTHLY                VALUE "M".
001610     88  SCHEDULE-SEMIWEEKLY             VALUE "S".
001620 01  SCHEDULE-NOTE           PIC X(24)     VALUE SPACES.
001630
001640*-----------------------------------------------------------*
001650* DEPOSIT RULE AMOUNTS                                       *
001660*-----------------------------------------------------------*
001670 01  NEXT-DAY-THRESHOLD      PIC 9(09)V99  VALUE 100000.00.
001680 01  FUTA-DEPOSIT-THRESHOLD  PIC 9(09)V99  VALUE 500.00.
001690
001700*-----------------------------------------------------------*
001710* RUN DATE                                                   *
001720*-----------------------------------------------------------*
001730 01  WS-SYSTEM-DATE.
001740     05  WS-SYSTEM-YYYY      PIC 9(04).
001750     05  WS-SYSTEM-MM        PIC 9(02).
001760     05  WS-SYSTEM-DD        PIC 9(02).
001770
001780 01  WS-RUN-DATE-DISPLAY     PIC X(10).
001790
001800 01  WORK-DATE               PIC 9(08)     VALUE ZERO.
001810 01  WORK-DATE-SPLIT REDEFINES WORK-DATE.
001820     05  WKD-YYYY            PIC 9(04).
001830     05  WKD-MM              PIC 9(02).
001840     05  WKD-DD              PIC 9(02).
001850 01  WORK-DATE-DISPLAY       PIC X(10).
001860
001870*-----------------------------------------------------------*
001880* DAY COUNTS - DAYS FROM 01/01/0001 (A MONDAY), SO THE       *
001890* REMAINDER BY 7 GIVES THE WEEKDAY: 0 SUNDAY ... 6 SATURDAY  *
001900*-----------------------------------------------------------*
001910 01  MONTH-DAYS-VALUES       PIC X(24)     VALUE
001920         "312831303130313130313031".
001930 01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
001940     05  MONTH-DAYS          PIC 9(02)  OCCURS 12 TIMES.
001950 01  CUM-DAYS-VALUES         PIC X(36)     VALUE
001960         "000031059090120151181212243273304334".
001970 01  CUM-DAYS-TABLE REDEFINES CUM-DAYS-VALUES.
001980     05  CUM-DAYS            PIC 9(03)  OCCURS 12 TIMES.
001990*-----------------------------------------------------------*
002000* SEMIWEEKLY DUE DATES - DAYS FROM THE PAY DATE BY WEEKDAY:  *
002010* SAT-TUE PAY DATES ARE DUE THE FOLLOWING FRIDAY, WED-FRI    *
002020* PAY DATES THE FOLLOWING WEDNESDAY                          *
002030*-----------------------------------------------------------*
002040 01  SEMIWEEKLY-DAYS-VALUES  PIC X(07)     VALUE "5437656".
002050 01  SEMIWEEKLY-DAYS-TABLE REDEFINES SEMIWEEKLY-DAYS-VALUES.
002060     05  SEMIWEEKLY-DAYS     PIC 9(01)  OCCURS 7 TIMES.
002070 01  DAY-COUNT               PIC 9(07)     VALUE ZERO.
002080 01  RUN-DAY-COUNT           PIC 9(07)     VALUE ZERO.
002090 01  YEARS-BEFORE            PIC 9(04)     VALUE ZERO.
002100 01  LEAP-DIV-4              PIC 9(04)     VALUE ZERO.
002110 01  LEAP-DIV-100            PIC 9(04)     VALUE ZERO.
002120 01  LEAP-DIV-400            PIC 9(04)     VALUE ZERO.
002130 01  LEAP-QUOTIENT           PIC 9(04)     VALUE ZERO.
002140 01  WEEK-QUOTIENT           PIC 9(07)     VALUE ZERO.
002150 01  LEAD-SPACES             PIC 9(02)     VALUE ZERO.
002160 01  LEAP-REM-4              PIC 9(03)     VALUE ZERO.
002170 01  LEAP-REM-100            PIC 9(03)     VALUE ZERO.
002180 01  LEAP-REM-400            PIC 9(03)     VALUE ZERO.
002190 01  DAYS-THIS-MONTH         PIC 9(02)     VALUE ZERO.
002200 01  WEEKDAY-NUM             PIC 9(01)     VALUE ZERO.
002210 01  DAYS-TO-ADD             PIC 9(01)     VALUE ZERO.
002220 01  DAYS-TO-DUE             PIC S9(05)    VALUE ZERO.
002230 01  DAYS-TO-DUE-EDIT        PIC ZZZZ9.
002240
002250*-----------------------------------------------------------*
002260* COMPANY CONTROL - THE RECORD IN EFFECT ON THE RUN DATE     *
002270* SUPPLIES THE DEPOSITOR SCHEDULE                            *
002280*-----------------------------------------------------------*
002290 01  CTRL-BEST-DATE          PIC 9(08)     VALUE ZERO.
002300 01  CTRL-HOLD-RECORD        PIC X(267).
002310 01  CTRL-HOLD-FIELDS REDEFINES CTRL-HOLD-RECORD.
002320     05  CT-EFFECTIVE-DATE   PIC 9(08).
002330     05  FILLER              PIC X(258).
002340     05  CT-DEPOSIT-SCHEDULE PIC X(01).
002350
002360*-----------------------------------------------------------*
002370* PAY DATES - EVERY RUN ON THE SAME DATE (ALL CYCLES AND     *
002380* OFF-CYCLE RUNS) IS ONE DEPOSIT LIABILITY, HELD IN DATE     *
002390* ORDER                                                      *
002400*-----------------------------------------------------------*
002410 01  PDT-COUNT               PIC 9(04)  COMP  VALUE ZERO.
002420 01  PDT-IDX                 PIC 9(04)  COMP  VALUE ZERO.
002430 01  PDT-SCAN-IDX            PIC 9(04)  COMP  VALUE ZERO.
002440 01  PDT-INSERT-IDX          PIC 9(04)  COMP  VALUE ZERO.
002450 01  PDT-POST-IDX            PIC 9(04)  COMP  VALUE ZERO.
002460 01  PDT-MAX-ENTRIES         PIC 9(04)  COMP  VALUE 500.
002470 01  PAY-DATE-TABLE.
002480     05  PDT-ENTRY           OCCURS 500 TIMES.
002490         10  PDT-PAY-DATE        PIC 9(08).
002500         10  PDT-RUN-COUNT       PIC 9(03).
002510         10  PDT-FEDERAL         PIC S9(09)V99.
002520         10  PDT-EE-FICA         PIC S9(09)V99.
002530         10  PDT-ER-FICA         PIC S9(09)V99.
002540         10  PDT-FUTA            PIC S9(09)V99.
002550         10  PDT-SUTA            PIC S9(09)V99.
002560
002570*-----------------------------------------------------------*
002580* CURRENT PAY DATE, DEPOSIT GROUP, AND FUTA QUARTER          *
002590*-----------------------------------------------------------*
002600 01  PAY-LIABILITY           PIC S9(09)V99 VALUE ZERO.
002610 01  PAY-DUE-DATE            PIC 9(08)     VALUE ZERO.
002620 01  GROUP-AMOUNT            PIC S9(09)V99 VALUE ZERO.
002630 01  GROUP-DUE-DATE          PIC 9(08)     VALUE ZERO.
002640 01  GROUP-FIRST-DATE        PIC 9(08)     VALUE ZERO.
002650 01  GROUP-LAST-DATE         PIC 9(08)     VALUE ZERO.
002660 01  QUARTER-NUM             PIC 9(01)     VALUE ZERO.
002670 01  QUARTER-KEY             PIC 9(05)     VALUE ZERO.
002680 01  CURRENT-QUARTER-KEY     PIC 9(05)     VALUE ZERO.
002690 01  CURRENT-QUARTER-SPLIT REDEFINES CURRENT-QUARTER-KEY.
002700     05  CQK-YEAR            PIC 9(04).
002710     05  CQK-QUARTER         PIC 9(01).
002720 01  FUTA-ACCUMULATED        PIC S9(09)V99 VALUE ZERO.
002730 01  QUARTER-END-DATE        PIC 9(08)     VALUE ZERO.
002740 01  FUTA-DUE-DATE           PIC 9(08)     VALUE ZERO.
002750
002760*-----------------------------------------------------------*
002770* RUN CONTROL COUNTS AND TOTALS                              *
002780*-----------------------------------------------------------*
002790 01  RUNS-READ-COUNT         PIC 9(05) COMP VALUE ZERO.
002800 01  RUNS-NO-SPLIT-COUNT     PIC 9(05) COMP VALUE ZERO.
002810 01  DEPOSIT-COUNT           PIC 9(05) COMP VALUE ZERO.
002820 01  NEXT-DAY-COUNT          PIC 9(05) COMP VALUE ZERO.
002830 01  FUTA-DEPOSIT-COUNT      PIC 9(05) COMP VALUE ZERO.
002840 01  WS-TOTALS.
002850     05  WS-TOTAL-FEDERAL    PIC S9(09)V99 VALUE ZERO.
002860     05  WS-TOTAL-EE-FICA    PIC S9(09)V99 VALUE ZERO.
002870     05  WS-TOTAL-ER-FICA    PIC S9(09)V99 VALUE ZERO.
002880     05  WS-TOTAL-LIABILITY  PIC S9(09)V99 VALUE ZERO.
002890     05  WS-TOTAL-FUTA       PIC S9(09)V99 VALUE ZERO.
002900     05  WS-TOTAL-SUTA       PIC S9(09)V99 VALUE ZERO.
002910
002920*-----------------------------------------------------------*
002930* DEPOSIT-REPORT PRINT LINES                                 *
002940*-----------------------------------------------------------*
002950 01  WS-REPORT-HEADING.
002960     05  FILLER              PIC X(42)   VALUE
002970             "FEDERAL TAX DEPOSIT SCHEDULE".
002980     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
002990     05  RH-RUN-DATE-DISP    PIC X(10).
003000     05  FILLER              PIC X(70)   VALUE SPACES.
003010
003020 01  WS-SCHEDULE-LINE.
003030     05  FILLER              PIC X(20)   VALUE
003040             "DEPOSITOR SCHEDULE: ".
003050     05  SCL-SCHEDULE        PIC X(10).
003060     05  FILLER              PIC X(02)   VALUE SPACES.
003070     05  SCL-NOTE            PIC X(24).
003080     05  FILLER              PIC X(76)   VALUE SPACES.
003090
003100 01  WS-COLUMN-LINE-1.
003110     05  FILLER              PIC X(17)   VALUE SPACES.
003120     05  FILLER              PIC X(16)   VALUE "     FEDERAL".
003130     05  FILLER              PIC X(16)   VALUE "    EMPLOYEE".
003140     05  FILLER              PIC X(16)   VALUE "    EMPLOYER".
003150     05  FILLER              PIC X(17)   VALUE "            941".
003160     05  FILLER              PIC X(12)   VALUE "DEPOSIT".
003170     05  FILLER              PIC X(12)   VALUE SPACES.
003180     05  FILLER              PIC X(26)   VALUE SPACES.
003190 01  WS-COLUMN-LINE-2.
003200     05  FILLER              PIC X(17)   VALUE "PAY DATE    RUNS".
003210     05  FILLER              PIC X(16)   VALUE "     WITHHOLDING".
003220     05  FILLER              PIC X(16)   VALUE "        FICA".
003230     05  FILLER              PIC X(16)   VALUE "        FICA".
003240     05  FILLER              PIC X(17)   VALUE "      LIABILITY".
003250     05  FILLER              PIC X(12)   VALUE "DUE DATE".
003260     05  FILLER              PIC X(12)   VALUE "SCHEDULE".
003270     05  FILLER              PIC X(26)   VALUE "       FUTA".
003280
003290 01  WS-PAY-DATE-LINE.
003300     05  PL-PAY-DATE         PIC X(10).
003310     05  FILLER              PIC X(02)   VALUE SPACES.
003320     05  PL-RUN-COUNT        PIC ZZ9.
003330     05  FILLER              PIC X(02)   VALUE SPACES.
003340     05  PL-FEDERAL          PIC --,---,--9.99.
003350     05  FILLER              PIC X(02)   VALUE SPACES.
003360     05  PL-EE-FICA          PIC --,---,--9.99.
003370     05  FILLER              PIC X(02)   VALUE SPACES.
003380     05  PL-ER-FICA          PIC --,---,--9.99.
003390     05  FILLER              PIC X(02)   VALUE SPACES.
003400     05  PL-LIABILITY        PIC ----,---,--9.99.
003410     05  FILLER              PIC X(02)   VALUE SPACES.
003420     05  PL-DUE-DATE         PIC X(10).
003430     05  FILLER              PIC X(02)   VALUE SPACES.
003440     05  PL-SCHEDULE         PIC X(10).
003450     05  FILLER              PIC X(02)   VALUE SPACES.
003460     05  PL-FUTA             PIC ----,--9.99.
003470     05  FILLER              PIC X(15)   VALUE SPACES.
003480
003490 01  WS-DEPOSIT-LINE.
003500     05  FILLER              PIC X(04)   VALUE SPACES.
003510     05  DL-LABEL            PIC X(20).
003520     05  FILLER              PIC X(01)   VALUE SPACES.
003530     05  DL-PERIOD           PIC X(23).
003540     05  FILLER              PIC X(17)   VALUE SPACES.
003550     05  DL-AMOUNT           PIC ----,---,--9.99.
003560     05  FILLER              PIC X(02)   VALUE SPACES.
003570     05  DL-DUE-DATE         PIC X(10).
003580     05  FILLER              PIC X(02)   VALUE SPACES.
003590     05  DL-STATUS           PIC X(38).
003600
003610 01  WS-NOTE-LINE.
003620     05  FILLER              PIC X(04)   VALUE SPACES.
003630     05  NL-TEXT             PIC X(100).
003640     05  FILLER              PIC X(28)   VALUE SPACES.
003650
003660 01  WS-SUMMARY-LINE.
003670     05  SM-LABEL            PIC X(44).
003680     05  SM-AMOUNT           PIC ----,---,--9.99.
003690     05  FILLER              PIC X(73)   VALUE SPACES.
003700
003710 01  WS-COUNT-LINE.
003720     05  CL-LABEL            PIC X(44).
003730     05  CL-COUNT            PIC ZZZZ9.
003740     05  FILLER              PIC X(83)   VALUE SPACES.
003750
003760 01  WS-BLANK-LINE           PIC X(132)  VALUE SPACES.
003770
003780 PROCEDURE DIVISION.
003790*-----------------------------------------------------------*
003800* 0000-MAINLINE                                              *
003810*-----------------------------------------------------------*
003820 0000-MAINLINE.
003830     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003840     IF NOT WS-RUN-ABORTED
003850         PERFORM 2000-SCHEDULE-PAY-DATE THRU 2000-EXIT
003860             VARYING PDT-IDX FROM 1 BY 1
003870             UNTIL PDT-IDX > PDT-COUNT
003880         IF DEPOSIT-GROUP-OPEN
003890             PERFORM 2500-CLOSE-DEPOSIT THRU 2500-EXIT
003900         END-IF
003910         IF CURRENT-QUARTER-KEY > ZERO
003920             PERFORM 2700-CLOSE-FUTA-QUARTER THRU 2700-EXIT
003930         END-IF
003940     END-IF
003950     PERFORM 3000-TERMINATE THRU 3000-EXIT
003960     STOP RUN.
003970
003980*-----------------------------------------------------------*
003990* 1000-INITIALIZE                                            *
004000*-----------------------------------------------------------*
004010 1000-INITIALIZE.
004020     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
004030     MOVE WS-SYSTEM-DATE TO WORK-DATE
004040     PERFORM 8600-FORMAT-DATE THRU 8600-EXIT
004050     MOVE WORK-DATE-DISPLAY TO WS-RUN-DATE-DISPLAY
004060     PERFORM 8500-COUNT-DAYS THRU 8500-EXIT
004070     MOVE DAY-COUNT TO RUN-DAY-COUNT
004080
004090     OPEN OUTPUT DEPOSIT-REPORT
004100     IF NOT WS-DEPRPT-OK
004110         DISPLAY "ERROR OPENING DEPOSIT-REPORT, STATUS = "
004120             WS-DEPRPT-STATUS
004130         MOVE "Y" TO WS-ABORT-SWITCH
004140         GO TO 1000-EXIT
004150     END-IF
004160
004170     PERFORM 1100-LOAD-COMPANY-CONTROL THRU 1100-EXIT
004180     PERFORM 1400-WRITE-HEADINGS THRU 1400-EXIT
004190
004200     OPEN INPUT RUN-HISTORY
004210     IF WS-RUNHIST-FILE-MISSING
004220         DISPLAY "RUN-HISTORY NOT FOUND - NO DEPOSITS TO SCHEDULE"
004230         GO TO 1000-EXIT
004240     END-IF
004250     IF NOT WS-RUNHIST-OK
004260         DISPLAY "ERROR OPENING RUN-HISTORY, STATUS = "
004270             WS-RUNHIST-STATUS
004280         MOVE "Y" TO WS-ABORT-SWITCH
004290         GO TO 1000-EXIT
004300     END-IF
004310     PERFORM 1200-LOAD-RUN-HISTORY THRU 1200-EXIT
004320         UNTIL WS-RUNHIST-EOF
004330            OR WS-RUN-ABORTED
004340     CLOSE RUN-HISTORY.
004350 1000-EXIT.
004360     EXIT.
004370
004380*-----------------------------------------------------------*
004390* 1100-LOAD-COMPANY-CONTROL - KEEP THE RECORD WITH THE LATEST*
004400* EFFECTIVE DATE NOT AFTER THE RUN DATE                      *
004410*-----------------------------------------------------------*
004420 1100-LOAD-COMPANY-CONTROL.
004430     OPEN INPUT COMPANY-CONTROL
004440     IF WS-COMPCTL-FILE-MISSING
004450         DISPLAY "COMPANY-CONTROL NOT FOUND - SEMIWEEKLY ASSUMED"
004460         MOVE "(ASSUMED)" TO SCHEDULE-NOTE
004470         GO TO 1100-EXIT
004480     END-IF
004490     IF NOT WS-COMPCTL-OK
004500         DISPLAY "ERROR OPENING COMPANY-CONTROL, STATUS = "
004510             WS-COMPCTL-STATUS " - SEMIWEEKLY ASSUMED"
004520         MOVE "(ASSUMED)" TO SCHEDULE-NOTE
004530         GO TO 1100-EXIT
004540     END-IF
004550     PERFORM 1110-SELECT-CONTROL-RECORD THRU 1110-EXIT
004560         UNTIL WS-CTRL-AT-END
004570     CLOSE COMPANY-CONTROL
004580     IF CTRL-FOUND
004590         AND (CT-DEPOSIT-SCHEDULE = "M"
004600           OR CT-DEPOSIT-SCHEDULE = "S")
004610         MOVE CT-DEPOSIT-SCHEDULE TO DEPOSIT-SCHEDULE-CODE
004620     ELSE
004630         DISPLAY "NO DEPOSITOR SCHEDULE ON COMPANY-CONTROL - "
004640             "SEMIWEEKLY ASSUMED"
004650         MOVE "(ASSUMED)" TO SCHEDULE-NOTE
004660     END-IF.
004670 1100-EXIT.
004680     EXIT.
004690
004700*-----------------------------------------------------------*
004710* 1110-SELECT-CONTROL-RECORD                                 *
004720*-----------------------------------------------------------*
004730 1110-SELECT-CONTROL-RECORD.
004740     READ COMPANY-CONTROL
004750         AT END
004760             MOVE "Y" TO WS-CTRL-EOF-SWITCH
004770         NOT AT END
004780             IF CC-EFFECTIVE-DATE NOT > WS-SYSTEM-DATE
004790                 AND CC-EFFECTIVE-DATE NOT < CTRL-BEST-DATE
004800                 MOVE CC-EFFECTIVE-DATE TO CTRL-BEST-DATE
004810                 MOVE COMPANY-CONTROL-RECORD TO CTRL-HOLD-RECORD
004820                 MOVE "Y" TO CTRL-FOUND-SWITCH
004830             END-IF
004840     END-READ.
004850 1110-EXIT.
004860     EXIT.
004870
004880*-----------------------------------------------------------*
004890* 1200-LOAD-RUN-HISTORY - RUNS WRITTEN BEFORE THE TAXES WERE *
004900* CARRIED SEPARATELY CANNOT BE SCHEDULED AND ARE LISTED      *
004910*-----------------------------------------------------------*
004920 1200-LOAD-RUN-HISTORY.
004930     READ RUN-HISTORY
004940         AT END
004950             GO TO 1200-EXIT
004960     END-READ
004970     ADD 1 TO RUNS-READ-COUNT
004980     IF RH-TOTAL-FEDERAL IS NOT NUMERIC
004990         OR RH-TOTAL-EE-FICA IS NOT NUMERIC
005000         OR RH-TOTAL-ER-FICA IS NOT NUMERIC
005010         OR RH-TOTAL-FUTA IS NOT NUMERIC
005020         OR RH-TOTAL-SUTA IS NOT NUMERIC
005030         ADD 1 TO RUNS-NO-SPLIT-COUNT
005040         MOVE RH-RUN-DATE TO WORK-DATE
005050         PERFORM 8600-FORMAT-DATE THRU 8600-EXIT
005060         MOVE SPACES TO NL-TEXT
005070         STRING "RUN OF "          DELIMITED BY SIZE
005080                WORK-DATE-DISPLAY  DELIMITED BY SIZE
005090                " CYCLE "          DELIMITED BY SIZE
005100                RH-CYCLE-CODE      DELIMITED BY SIZE
005110                " HAS NO SEPARATE TAX TOTALS - NOT SCHEDULED"
005120                                   DELIMITED BY SIZE
005130             INTO NL-TEXT
005140         END-STRING
005150         WRITE DEPOSIT-REPORT-RECORD FROM WS-NOTE-LINE
005160         GO TO 1200-EXIT
005170     END-IF
005180     PERFORM 1300-POST-PAY-DATE THRU 1300-EXIT.
005190 1200-EXIT.
005200     EXIT.
005210
005220*-----------------------------------------------------------*
005230* 1300-POST-PAY-DATE - ADD THE RUN TO ITS PAY DATE, OR OPEN  *
005240* A NEW PAY DATE IN DATE ORDER                               *
005250*-----------------------------------------------------------*
005260 1300-POST-PAY-DATE.
005270     MOVE "N" TO PDT-FOUND-SWITCH
005280     MOVE ZERO TO PDT-INSERT-IDX
005290     PERFORM 1310-FIND-PAY-DATE THRU 1310-EXIT
005300         VARYING PDT-SCAN-IDX FROM 1 BY 1
005310         UNTIL PDT-SCAN-IDX > PDT-COUNT
005320            OR PDT-FOUND
005330            OR PDT-INSERT-IDX > ZERO
005340     IF NOT PDT-FOUND
005350         IF PDT-COUNT NOT < PDT-MAX-ENTRIES
005360             DISPLAY "PAY DATE TABLE FULL AT " PDT-MAX-ENTRIES
005370                 " DATES - SCHEDULE NOT PRODUCED"
005380             MOVE "Y" TO WS-ABORT-SWITCH
005390             GO TO 1300-EXIT
005400         END-IF
005410         IF PDT-INSERT-IDX = ZERO
005420             COMPUTE PDT-INSERT-IDX = PDT-COUNT + 1
005430         ELSE
005440             PERFORM 1320-SHIFT-PAY-DATE THRU 1320-EXIT
005450                 VARYING PDT-SCAN-IDX FROM PDT-COUNT BY -1
005460                 UNTIL PDT-SCAN-IDX < PDT-INSERT-IDX
005470         END-IF
005480         ADD 1 TO PDT-COUNT
005490         MOVE PDT-INSERT-IDX TO PDT-POST-IDX
005500         MOVE RH-RUN-DATE TO PDT-PAY-DATE(PDT-POST-IDX)
005510         MOVE ZERO TO PDT-RUN-COUNT(PDT-POST-IDX)
005520         MOVE ZERO TO PDT-FEDERAL(PDT-POST-IDX)
005530         MOVE ZERO TO PDT-EE-FICA(PDT-POST-IDX)
005540         MOVE ZERO TO PDT-ER-FICA(PDT-POST-IDX)
005550         MOVE ZERO TO PDT-FUTA(PDT-POST-IDX)
005560         MOVE ZERO TO PDT-SUTA(PDT-POST-IDX)
005570     END-IF
005580     ADD 1                TO PDT-RUN-COUNT(PDT-POST-IDX)
005590     ADD RH-TOTAL-FEDERAL TO PDT-FEDERAL(PDT-POST-IDX)
005600     ADD RH-TOTAL-EE-FICA TO PDT-EE-FICA(PDT-POST-IDX)
005610     ADD RH-TOTAL-ER-FICA TO PDT-ER-FICA(PDT-POST-IDX)
005620     ADD RH-TOTAL-FUTA    TO PDT-FUTA(PDT-POST-IDX)
005630     ADD RH-TOTAL-SUTA    TO PDT-SUTA(PDT-POST-IDX).
005640 1300-EXIT.
005650     EXIT.
005660
005670*-----------------------------------------------------------*
005680* 1310-FIND-PAY-DATE - STOPS ON THE SAME DATE OR ON THE      *
005690* FIRST LATER DATE, WHERE THE NEW DATE IS INSERTED           *
005700*-----------------------------------------------------------*
005710 1310-FIND-PAY-DATE.
005720     IF PDT-PAY-DATE(PDT-SCAN-IDX) = RH-RUN-DATE
005730         MOVE "Y" TO PDT-FOUND-SWITCH
005740         MOVE PDT-SCAN-IDX TO PDT-POST-IDX
005750         GO TO 1310-EXIT
005760     END-IF
005770     IF PDT-PAY-DATE(PDT-SCAN-IDX) > RH-RUN-DATE
005780         MOVE PDT-SCAN-IDX TO PDT-INSERT-IDX
005790     END-IF.
005800 1310-EXIT.
005810     EXIT.
005820
005830*-----------------------------------------------------------*
005840* 1320-SHIFT-PAY-DATE                                        *
005850*-----------------------------------------------------------*
005860 1320-SHIFT-PAY-DATE.
005870     MOVE PDT-ENTRY(PDT-SCAN-IDX) TO PDT-ENTRY(PDT-SCAN-IDX + 1).
005880 1320-EXIT.
005890     EXIT.
005900
005910*-----------------------------------------------------------*
005920* 1400-WRITE-HEADINGS                                        *
005930*-----------------------------------------------------------*
005940 1400-WRITE-HEADINGS.
005950     MOVE WS-RUN-DATE-DISPLAY TO RH-RUN-DATE-DISP
005960     WRITE DEPOSIT-REPORT-RECORD FROM WS-REPORT-HEADING
005970     IF SCHEDULE-MONTHLY
005980         MOVE "MONTHLY"    TO SCL-SCHEDULE
005990     ELSE
006000         MOVE "SEMIWEEKLY" TO SCL-SCHEDULE
006010     END-IF
006020     MOVE SCHEDULE-NOTE TO SCL-NOTE
006030     WRITE DEPOSIT-REPORT-RECORD FROM WS-SCHEDULE-LINE
006040     WRITE DEPOSIT-REPORT-RECORD FROM WS-BLANK-LINE
006050     WRITE DEPOSIT-REPORT-RECORD FROM WS-COLUMN-LINE-1
006060     WRITE DEPOSIT-REPORT-RECORD FROM WS-COLUMN-LINE-2.
006070 1400-EXIT.
006080     EXIT.
006090
006100*-----------------------------------------------------------*
006110* 2000-SCHEDULE-PAY-DATE - A PAY DATE JOINS THE OPEN DEPOSIT *
006120* WHEN ITS DUE DATE IS THE SAME AND IT IS IN THE SAME        *
006130* QUARTER; ONCE THE OPEN DEPOSIT REACHES $100,000 IT IS DUE  *
006140* THE NEXT BUSINESS DAY AFTER THIS PAY DATE                  *
006150*-----------------------------------------------------------*
006160 2000-SCHEDULE-PAY-DATE.
006170     MOVE PDT-PAY-DATE(PDT-IDX) TO WORK-DATE
006180     COMPUTE QUARTER-NUM = (WKD-MM + 2) / 3
006190     COMPUTE QUARTER-KEY = WKD-YYYY * 10 + QUARTER-NUM
006200     IF QUARTER-KEY NOT = CURRENT-QUARTER-KEY
006210         IF DEPOSIT-GROUP-OPEN
006220             PERFORM 2500-CLOSE-DEPOSIT THRU 2500-EXIT
006230         END-IF
006240         IF CURRENT-QUARTER-KEY > ZERO
006250             PERFORM 2700-CLOSE-FUTA-QUARTER THRU 2700-EXIT
006260         END-IF
006270         MOVE QUARTER-KEY TO CURRENT-QUARTER-KEY
006280     END-IF
006290
006300     COMPUTE PAY-LIABILITY = PDT-FEDERAL(PDT-IDX)
006310         + PDT-EE-FICA(PDT-IDX) + PDT-ER-FICA(PDT-IDX)
006320     PERFORM 2100-SET-DUE-DATE THRU 2100-EXIT
006330     IF DEPOSIT-GROUP-OPEN
006340         AND PAY-DUE-DATE NOT = GROUP-DUE-DATE
006350         PERFORM 2500-CLOSE-DEPOSIT THRU 2500-EXIT
006360     END-IF
006370     IF NOT DEPOSIT-GROUP-OPEN
006380         MOVE "Y"  TO GROUP-OPEN-SWITCH
006390         MOVE "N"  TO NEXT-DAY-SWITCH
006400         MOVE ZERO TO GROUP-AMOUNT
006410         MOVE PDT-PAY-DATE(PDT-IDX) TO GROUP-FIRST-DATE
006420     END-IF
006430     ADD PAY-LIABILITY TO GROUP-AMOUNT
006440     MOVE PAY-DUE-DATE TO GROUP-DUE-DATE
006450     MOVE PDT-PAY-DATE(PDT-IDX) TO GROUP-LAST-DATE
006460
006470     IF SCHEDULE-MONTHLY
006480         MOVE "MONTHLY"    TO PL-SCHEDULE
006490     ELSE
006500         MOVE "SEMIWEEKLY" TO PL-SCHEDULE
006510     END-IF
006520     IF GROUP-AMOUNT NOT < NEXT-DAY-THRESHOLD
006530         MOVE "Y" TO NEXT-DAY-SWITCH
006540         PERFORM 2150-SET-NEXT-DAY-DUE THRU 2150-EXIT
006550         MOVE PAY-DUE-DATE TO GROUP-DUE-DATE
006560         MOVE "NEXT-DAY"   TO PL-SCHEDULE
006570     END-IF
006580     PERFORM 2200-WRITE-PAY-DATE-LINE THRU 2200-EXIT
006590
006600     ADD PDT-FEDERAL(PDT-IDX) TO WS-TOTAL-FEDERAL
006610     ADD PDT-EE-FICA(PDT-IDX) TO WS-TOTAL-EE-FICA
006620     ADD PDT-ER-FICA(PDT-IDX) TO WS-TOTAL-ER-FICA
006630     ADD PAY-LIABILITY        TO WS-TOTAL-LIABILITY
006640     ADD PDT-FUTA(PDT-IDX)    TO WS-TOTAL-FUTA
006650     ADD PDT-SUTA(PDT-IDX)    TO WS-TOTAL-SUTA
006660     ADD PDT-FUTA(PDT-IDX)    TO FUTA-ACCUMULATED
006670
006680     IF NEXT-DAY-DEPOSIT
006690         ADD 1 TO NEXT-DAY-COUNT
006700         MOVE GROUP-DUE-DATE TO WORK-DATE
006710         PERFORM 8600-FORMAT-DATE THRU 8600-EXIT
006720         MOVE SPACES TO NL-TEXT
006730         STRING "** $100,000 NEXT-DAY RULE REACHED - ALL "
006740                                   DELIMITED BY SIZE
006750                "UNDEPOSITED LIABILITY DUE "
006760                                   DELIMITED BY SIZE
006770                WORK-DATE-DISPLAY  DELIMITED BY SIZE
006780             INTO NL-TEXT
006790         END-STRING
006800         WRITE DEPOSIT-REPORT-RECORD FROM WS-NOTE-LINE
006810         PERFORM 2500-CLOSE-DEPOSIT THRU 2500-EXIT
006820         IF SCHEDULE-MONTHLY
006830             MOVE "S" TO DEPOSIT-SCHEDULE-CODE
006840             MOVE SPACES TO NL-TEXT
006850             STRING "** MONTHLY DEPOSITOR IS NOW SEMIWEEKLY FOR "
006860                                   DELIMITED BY SIZE
006870                    "THE REST OF THIS YEAR AND ALL OF NEXT YEAR"
006880                                   DELIMITED BY SIZE
006890                 INTO NL-TEXT
006900             END-STRING
006910             WRITE DEPOSIT-REPORT-RECORD FROM WS-NOTE-LINE
006920             WRITE DEPOSIT-REPORT-RECORD FROM WS-BLANK-LINE
006930         END-IF
006940     END-IF.
006950 2000-EXIT.
006960     EXIT.
006970
006980*-----------------------------------------------------------*
006990* 2100-SET-DUE-DATE - MONTHLY: THE 15TH OF THE NEXT MONTH;   *
007000* SEMIWEEKLY: THE WEDNESDAY OR FRIDAY AFTER THE PAY DATE.    *
007010* A DUE DATE ON A WEEKEND MOVES TO THE MONDAY                *
007020*-----------------------------------------------------------*
007030 2100-SET-DUE-DATE.
007040     MOVE PDT-PAY-DATE(PDT-IDX) TO WORK-DATE
007050     IF SCHEDULE-MONTHLY
007060         MOVE 15 TO WKD-DD
007070         ADD 1 TO WKD-MM
007080         IF WKD-MM > 12
007090             MOVE 1 TO WKD-MM
007100             ADD 1 TO WKD-YYYY
007110         END-IF
007120     ELSE
007130         PERFORM 8700-SET-WEEKDAY THRU 8700-EXIT
007140         MOVE SEMIWEEKLY-DAYS(WEEKDAY-NUM + 1) TO DAYS-TO-ADD
007150         PERFORM 8550-ADD-ONE-DAY THRU 8550-EXIT
007160             DAYS-TO-ADD TIMES
007170     END-IF
007180     PERFORM 8750-NEXT-BUSINESS-DAY THRU 8750-EXIT
007190     MOVE WORK-DATE TO PAY-DUE-DATE.
007200 2100-EXIT.
007210     EXIT.
007220
007230*-----------------------------------------------------------*
007240* 2150-SET-NEXT-DAY-DUE - NEXT BUSINESS DAY AFTER PAY DATE   *
007250*-----------------------------------------------------------*
007260 2150-SET-NEXT-DAY-DUE.
007270     MOVE PDT-PAY-DATE(PDT-IDX) TO WORK-DATE
007280     PERFORM 8550-ADD-ONE-DAY THRU 8550-EXIT
007290     PERFORM 8750-NEXT-BUSINESS-DAY THRU 8750-EXIT
007300     MOVE WORK-DATE TO PAY-DUE-DATE.
007310 2150-EXIT.
007320     EXIT.
007330
007340*-----------------------------------------------------------*
007350* 2200-WRITE-PAY-DATE-LINE                                   *
007360*-----------------------------------------------------------*
007370 2200-WRITE-PAY-DATE-LINE.
007380     MOVE PDT-PAY-DATE(PDT-IDX) TO WORK-DATE
007390     PERFORM 8600-FORMAT-DATE THRU 8600-EXIT
007400     MOVE WORK-DATE-DISPLAY     TO PL-PAY-DATE
007410     MOVE PDT-RUN-COUNT(PDT-IDX) TO PL-RUN-COUNT
007420     MOVE PDT-FEDERAL(PDT-IDX)  TO PL-FEDERAL
007430     MOVE PDT-EE-FICA(PDT-IDX)  TO PL-EE-FICA
007440     MOVE PDT-ER-FICA(PDT-IDX)  TO PL-ER-FICA
007450     MOVE PAY-LIABILITY         TO PL-LIABILITY
007460     MOVE PAY-DUE-DATE          TO WORK-DATE
007470     PERFORM 8600-FORMAT-DATE THRU 8600-EXIT
007480     MOVE WORK-DATE-DISPLAY     TO PL-DUE-DATE
007490     MOVE PDT-FUTA(PDT-IDX)     TO PL-FUTA
007500     WRITE DEPOSIT-REPORT-RECORD FROM WS-PAY-DATE-LINE.
007510 2200-EXIT.
007520     EXIT.
007530
007540*-----------------------------------------------------------*
007550* 2500-CLOSE-DEPOSIT - ONE LINE FOR THE DEPOSIT COVERING THE *
007560* PAY DATES GROUPED SINCE THE LAST DEPOSIT                   *
007570*-----------------------------------------------------------*
007580 2500-CLOSE-DEPOSIT.
007590     IF NEXT-DAY-DEPOSIT
007600         MOVE "NEXT-DAY DEPOSIT"   TO DL-LABEL
007610     ELSE
007620         IF SCHEDULE-MONTHLY
007630             MOVE "MONTHLY DEPOSIT"    TO DL-LABEL
007640         ELSE
007650             MOVE "SEMIWEEKLY DEPOSIT" TO DL-LABEL
007660         END-IF
007670     END-IF
007680     MOVE SPACES TO DL-PERIOD
007690     MOVE GROUP-FIRST-DATE TO WORK-DATE
007700     PERFORM 8600-FORMAT-DATE THRU 8600-EXIT
007710     MOVE WORK-DATE-DISPLAY TO DL-PERIOD(1:10)
007720     IF GROUP-LAST-DATE NOT = GROUP-FIRST-DATE
007730         MOVE GROUP-LAST-DATE TO WORK-DATE
007740         PERFORM 8600-FORMAT-DATE THRU 8600-EXIT
007750         MOVE " - "             TO DL-PERIOD(11:3)
007760         MOVE WORK-DATE-DISPLAY TO DL-PERIOD(14:10)
007770     END-IF
007780     MOVE GROUP-AMOUNT TO DL-AMOUNT
007790     MOVE GROUP-DUE-DATE TO WORK-DATE
007800     PERFORM 8600-FORMAT-DATE THRU 8600-EXIT
007810     MOVE WORK-DATE-DISPLAY TO DL-DUE-DATE
007820     IF GROUP-AMOUNT NOT > ZERO
007830         MOVE "NOTHING TO DEPOSIT" TO DL-STATUS
007840     ELSE
007850         PERFORM 2600-SET-DUE-STATUS THRU 2600-EXIT
007860         ADD 1 TO DEPOSIT-COUNT
007870     END-IF
007880     WRITE DEPOSIT-REPORT-RECORD FROM WS-DEPOSIT-LINE
007890     WRITE DEPOSIT-REPORT-RECORD FROM WS-BLANK-LINE
007900     MOVE "N" TO GROUP-OPEN-SWITCH
007910     MOVE "N" TO NEXT-DAY-SWITCH.
007920 2500-EXIT.
007930     EXIT.
007940
007950*-----------------------------------------------------------*
007960* 2600-SET-DUE-STATUS - WORK-DATE IS THE DUE DATE            *
007970*-----------------------------------------------------------*
007980 2600-SET-DUE-STATUS.
007990     MOVE SPACES TO DL-STATUS
008000     PERFORM 8500-COUNT-DAYS THRU 8500-EXIT
008010     COMPUTE DAYS-TO-DUE = DAY-COUNT - RUN-DAY-COUNT
008020     IF DAYS-TO-DUE < ZERO
008030         MOVE "DUE DATE PASSED" TO DL-STATUS
008040         GO TO 2600-EXIT
008050     END-IF
008060     IF DAYS-TO-DUE = ZERO
008070         MOVE "DUE TODAY" TO DL-STATUS
008080         GO TO 2600-EXIT
008090     END-IF
008100     MOVE DAYS-TO-DUE TO DAYS-TO-DUE-EDIT
008110     MOVE ZERO TO LEAD-SPACES
008120     INSPECT DAYS-TO-DUE-EDIT TALLYING LEAD-SPACES
008130         FOR LEADING SPACES
008140     STRING "DUE IN "                          DELIMITED BY SIZE
008150            DAYS-TO-DUE-EDIT(LEAD-SPACES + 1:) DELIMITED BY SIZE
008160            " DAY(S)"                          DELIMITED BY SIZE
008170         INTO DL-STATUS
008180     END-STRING.
008190 2600-EXIT.
008200     EXIT.
008210
008220*-----------------------------------------------------------*
008230* 2700-CLOSE-FUTA-QUARTER - FUTA OVER $500 IS DEPOSITED BY   *
008240* THE LAST DAY OF THE MONTH AFTER THE QUARTER; $500 OR LESS  *
008250* CARRIES TO THE NEXT QUARTER, AND AFTER THE FOURTH QUARTER  *
008260* IS PAID WITH THE FORM 940                                  *
008270*-----------------------------------------------------------*
008280 2700-CLOSE-FUTA-QUARTER.
008290     MOVE CQK-YEAR TO WKD-YYYY
008300     COMPUTE WKD-MM = CQK-QUARTER * 3
008310     MOVE MONTH-DAYS(WKD-MM) TO WKD-DD
008320     MOVE WORK-DATE TO QUARTER-END-DATE
008330
008340     ADD 1 TO WKD-MM
008350     IF WKD-MM > 12
008360         MOVE 1 TO WKD-MM
008370         ADD 1 TO WKD-YYYY
008380     END-IF
008390     MOVE MONTH-DAYS(WKD-MM) TO WKD-DD
008400     PERFORM 8750-NEXT-BUSINESS-DAY THRU 8750-EXIT
008410     MOVE WORK-DATE TO FUTA-DUE-DATE
008420
008430     MOVE SPACES TO DL-PERIOD
008440     STRING "QUARTER "  DELIMITED BY SIZE
008450            CQK-QUARTER DELIMITED BY SIZE
008460            " OF "      DELIMITED BY SIZE
008470            CQK-YEAR    DELIMITED BY SIZE
008480         INTO DL-PERIOD
008490     END-STRING
008500     MOVE FUTA-ACCUMULATED TO DL-AMOUNT
008510     MOVE FUTA-DUE-DATE TO WORK-DATE
008520     PERFORM 8600-FORMAT-DATE THRU 8600-EXIT
008530     MOVE WORK-DATE-DISPLAY TO DL-DUE-DATE
008540
008550     IF FUTA-ACCUMULATED > FUTA-DEPOSIT-THRESHOLD
008560         MOVE "FUTA DEPOSIT" TO DL-LABEL
008570         IF QUARTER-END-DATE > WS-SYSTEM-DATE
008580             MOVE "OVER $500 - QUARTER STILL OPEN" TO DL-STATUS
008590         ELSE
008600             PERFORM 2600-SET-DUE-STATUS THRU 2600-EXIT
008610         END-IF
008620         ADD 1 TO FUTA-DEPOSIT-COUNT
008630         MOVE ZERO TO FUTA-ACCUMULATED
008640     ELSE
008650         MOVE "FUTA LIABILITY" TO DL-LABEL
008660         IF CQK-QUARTER = 4
008670             MOVE "$500 OR LESS - PAY WITH FORM 940"
008680                 TO DL-STATUS
008690             MOVE ZERO TO FUTA-ACCUMULATED
008700         ELSE
008710             MOVE SPACES TO DL-DUE-DATE
008720             IF QUARTER-END-DATE > WS-SYSTEM-DATE
008730                 MOVE "$500 OR LESS SO FAR - QUARTER OPEN"
008740                     TO DL-STATUS
008750             ELSE
008760                 MOVE "$500 OR LESS - CARRIED TO NEXT QUARTER"
008770                     TO DL-STATUS
008780             END-IF
008790         END-IF
008800     END-IF
008810     WRITE DEPOSIT-REPORT-RECORD FROM WS-DEPOSIT-LINE
008820     WRITE DEPOSIT-REPORT-RECORD FROM WS-BLANK-LINE.
008830 2700-EXIT.
008840     EXIT.
008850
008860*-----------------------------------------------------------*
008870* 3000-TERMINATE                                             *
008880*-----------------------------------------------------------*
008890 3000-TERMINATE.
008900     IF NOT WS-RUN-ABORTED
008910         PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT
008920     END-IF
008930     CLOSE DEPOSIT-REPORT.
008940 3000-EXIT.
008950     EXIT.
008960
008970*-----------------------------------------------------------*
008980* 6000-WRITE-SUMMARY                                         *
008990*-----------------------------------------------------------*
009000 6000-WRITE-SUMMARY.
009010     WRITE DEPOSIT-REPORT-RECORD FROM WS-BLANK-LINE
009020     MOVE "RUN-HISTORY RECORDS READ"          TO CL-LABEL
009030     MOVE RUNS-READ-COUNT                     TO CL-COUNT
009040     WRITE DEPOSIT-REPORT-RECORD FROM WS-COUNT-LINE
009050     MOVE "  NOT SCHEDULED - NO SEPARATE TAX TOTALS" TO CL-LABEL
009060     MOVE RUNS-NO-SPLIT-COUNT                 TO CL-COUNT
009070     WRITE DEPOSIT-REPORT-RECORD FROM WS-COUNT-LINE
009080     MOVE "PAY DATES SCHEDULED"               TO CL-LABEL
009090     MOVE PDT-COUNT                           TO CL-COUNT
009100     WRITE DEPOSIT-REPORT-RECORD FROM WS-COUNT-LINE
009110     MOVE "941 DEPOSITS SCHEDULED"            TO CL-LABEL
009120     MOVE DEPOSIT-COUNT                       TO CL-COUNT
009130     WRITE DEPOSIT-REPORT-RECORD FROM WS-COUNT-LINE
009140     MOVE "  OF WHICH NEXT-DAY ($100,000 RULE)" TO CL-LABEL
009150     MOVE NEXT-DAY-COUNT                      TO CL-COUNT
009160     WRITE DEPOSIT-REPORT-RECORD FROM WS-COUNT-LINE
009170     MOVE "FUTA DEPOSITS SCHEDULED"           TO CL-LABEL
009180     MOVE FUTA-DEPOSIT-COUNT                  TO CL-COUNT
009190     WRITE DEPOSIT-REPORT-RECORD FROM WS-COUNT-LINE
009200     WRITE DEPOSIT-REPORT-RECORD FROM WS-BLANK-LINE
009210     MOVE "FEDERAL WITHHOLDING"               TO SM-LABEL
009220     MOVE WS-TOTAL-FEDERAL                    TO SM-AMOUNT
009230     WRITE DEPOSIT-REPORT-RECORD FROM WS-SUMMARY-LINE
009240     MOVE "EMPLOYEE FICA"                     TO SM-LABEL
009250     MOVE WS-TOTAL-EE-FICA                    TO SM-AMOUNT
009260     WRITE DEPOSIT-REPORT-RECORD FROM WS-SUMMARY-LINE
009270     MOVE "EMPLOYER FICA"                     TO SM-LABEL
009280     MOVE WS-TOTAL-ER-FICA                    TO SM-AMOUNT
009290     WRITE DEPOSIT-REPORT-RECORD FROM WS-SUMMARY-LINE
009300     MOVE "TOTAL 941 DEPOSIT LIABILITY"       TO SM-LABEL
009310     MOVE WS-TOTAL-LIABILITY                  TO SM-AMOUNT
009320     WRITE DEPOSIT-REPORT-RECORD FROM WS-SUMMARY-LINE
009330     MOVE "FUTA LIABILITY"                    TO SM-LABEL
009340     MOVE WS-TOTAL-FUTA                       TO SM-AMOUNT
009350     WRITE DEPOSIT-REPORT-RECORD FROM WS-SUMMARY-LINE
009360     MOVE "SUTA LIABILITY (STATE - NOT DEPOSITED HERE)"
009370         TO SM-LABEL
009380     MOVE WS-TOTAL-SUTA                       TO SM-AMOUNT
009390     WRITE DEPOSIT-REPORT-RECORD FROM WS-SUMMARY-LINE.
009400 6000-EXIT.
009410     EXIT.
009420
009430*-----------------------------------------------------------*
009440* 8500-COUNT-DAYS - WORK-DATE AS A DAY COUNT FROM 01/01/0001 *
009450*-----------------------------------------------------------*
009460 8500-COUNT-DAYS.
009470     MOVE ZERO TO DAY-COUNT
009480     IF WKD-MM < 1 OR WKD-MM > 12
009490         GO TO 8500-EXIT
009500     END-IF
009510     COMPUTE YEARS-BEFORE = WKD-YYYY - 1
009520     DIVIDE YEARS-BEFORE BY 4   GIVING LEAP-DIV-4
009530     DIVIDE YEARS-BEFORE BY 100 GIVING LEAP-DIV-100
009540     DIVIDE YEARS-BEFORE BY 400 GIVING LEAP-DIV-400
009550     COMPUTE DAY-COUNT = YEARS-BEFORE * 365
009560         + LEAP-DIV-4 - LEAP-DIV-100 + LEAP-DIV-400
009570         + CUM-DAYS(WKD-MM) + WKD-DD
009580     PERFORM 8520-CHECK-LEAP-YEAR THRU 8520-EXIT
009590     IF LEAP-YEAR AND WKD-MM > 2
009600         ADD 1 TO DAY-COUNT
009610     END-IF.
009620 8500-EXIT.
009630     EXIT.
009640
009650*-----------------------------------------------------------*
009660* 8520-CHECK-LEAP-YEAR - FOR THE YEAR OF WORK-DATE           *
009670*-----------------------------------------------------------*
009680 8520-CHECK-LEAP-YEAR.
009690     MOVE "N" TO LEAP-YEAR-SWITCH
009700     DIVIDE WKD-YYYY BY 4   GIVING LEAP-QUOTIENT
009710         REMAINDER LEAP-REM-4
009720     DIVIDE WKD-YYYY BY 100 GIVING LEAP-QUOTIENT
009730         REMAINDER LEAP-REM-100
009740     DIVIDE WKD-YYYY BY 400 GIVING LEAP-QUOTIENT
009750         REMAINDER LEAP-REM-400
009760     IF LEAP-REM-4 = ZERO
009770         IF LEAP-REM-100 NOT = ZERO
009780             OR LEAP-REM-400 = ZERO
009790             MOVE "Y" TO LEAP-YEAR-SWITCH
009800         END-IF
009810     END-IF.
009820 8520-EXIT.
009830     EXIT.
009840
009850*-----------------------------------------------------------*
009860* 8550-ADD-ONE-DAY - ADVANCE WORK-DATE ONE CALENDAR DAY      *
009870*-----------------------------------------------------------*
009880 8550-ADD-ONE-DAY.
009890     IF WKD-MM < 1 OR WKD-MM > 12
009900         GO TO 8550-EXIT
009910     END-IF
009920     PERFORM 8520-CHECK-LEAP-YEAR THRU 8520-EXIT
009930     MOVE MONTH-DAYS(WKD-MM) TO DAYS-THIS-MONTH
009940     IF LEAP-YEAR AND WKD-MM = 2
009950         ADD 1 TO DAYS-THIS-MONTH
009960     END-IF
009970     ADD 1 TO WKD-DD
009980     IF WKD-DD > DAYS-THIS-MONTH
009990         MOVE 1 TO WKD-DD
010000         ADD 1 TO WKD-MM
010010         IF WKD-MM > 12
010020             MOVE 1 TO WKD-MM
010030             ADD 1 TO WKD-YYYY
010040         END-IF
010050     END-IF.
010060 8550-EXIT.
010070     EXIT.
010080
010090*-----------------------------------------------------------*
010100* 8600-FORMAT-DATE - WORK-DATE (YYYYMMDD) AS MM/DD/YYYY      *
010110*-----------------------------------------------------------*
010120 8600-FORMAT-DATE.
010130     MOVE SPACES TO WORK-DATE-DISPLAY
010140     IF WORK-DATE = ZERO
010150         GO TO 8600-EXIT
010160     END-IF
010170     STRING WKD-MM   DELIMITED BY SIZE
010180            "/"      DELIMITED BY SIZE
010190            WKD-DD   DELIMITED BY SIZE
010200            "/"      DELIMITED BY SIZE
010210            WKD-YYYY DELIMITED BY SIZE
010220         INTO WORK-DATE-DISPLAY
010230     END-STRING.
010240 8600-EXIT.
010250     EXIT.
010260
010270*-----------------------------------------------------------*
010280* 8700-SET-WEEKDAY - WEEKDAY OF WORK-DATE, 0 SUNDAY THROUGH  *
010290* 6 SATURDAY                                                 *
010300*-----------------------------------------------------------*
010310 8700-SET-WEEKDAY.
010320     PERFORM 8500-COUNT-DAYS THRU 8500-EXIT
010330     DIVIDE DAY-COUNT BY 7 GIVING WEEK-QUOTIENT
010340         REMAINDER WEEKDAY-NUM.
010350 8700-EXIT.
010360     EXIT.
010370
010380*-----------------------------------------------------------*
010390* 8750-NEXT-BUSINESS-DAY - A WORK-DATE ON A SATURDAY OR      *
010400* SUNDAY MOVES TO THE MONDAY                                 *
010410*-----------------------------------------------------------*
010420 8750-NEXT-BUSINESS-DAY.
010430     PERFORM 8700-SET-WEEKDAY THRU 8700-EXIT
010440     IF WEEKDAY-NUM = 6
010450         PERFORM 8550-ADD-ONE-DAY THRU 8550-EXIT 2 TIMES
010460     END-IF
010470     IF WEEKDAY-NUM = 0
010480         PERFORM 8550-ADD-ONE-DAY THRU 8550-EXIT
010490     END-IF.
010500 8750-EXIT.
010510     EXIT.
