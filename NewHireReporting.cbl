000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. NewHireReporting.
000120 AUTHOR. D-SHIFT-PAYROLL-TEAM.
000130 INSTALLATION. PAYROLL-DATA-PROCESSING.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------*
000170* MODIFICATION HISTORY                                       *
000180*-----------------------------------------------------------*
000190* DATE       INIT DESCRIPTION                                *
000200* 10/15/2026 RJH  ORIGINAL PROGRAM - REPORTS THE HIRES AND   *
000210*                 REHIRES STAGED BY EMPLOYEE MAINTENANCE TO  *
000220*                 THE STATE NEW-HIRE REGISTRY. PENDING HIRES *
000230*                 FOR THE REPORTING STATE ARE WRITTEN TO THE *
000240*                 STATE'S FIXED-FORMAT FILE BEHIND AN        *
000250*                 EMPLOYER HEADER BUILT FROM COMPANY CONTROL *
000260*                 AND MARKED REPORTED SO NONE GOES OUT TWICE.*
000270*                 THE TRACKING REPORT LISTS WHAT WAS SENT    *
000280*                 AND EVERY HIRE STILL NOT REPORTED WITH ITS *
000290*                 20-DAY DUE DATE, FLAGGING THOSE OVERDUE OR *
000300*                 DUE WITHIN 5 DAYS.                         *
000310*-----------------------------------------------------------*
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT NEW-HIRE ASSIGN TO NEWHIRE
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-NEWHIRE-STATUS.
000420
000430     SELECT COMPANY-CONTROL ASSIGN TO COMPCTL
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-COMPCTL-STATUS.
000460
000470     SELECT NEW-HIRE-EXTRACT ASSIGN TO NHEXTR
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-NHEXTR-STATUS.
000500
000510     SELECT TRACKING-REPORT ASSIGN TO NHRPT
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-NHRPT-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570*-----------------------------------------------------------*
000580* NEW-HIRE - ONE RECORD PER HIRE OR REHIRE APPLIED BY        *
000590* EMPLOYEE MAINTENANCE; PENDING UNTIL REPORTED TO THE STATE  *
000600*-----------------------------------------------------------*
000610 FD  NEW-HIRE
000620     RECORDING MODE IS F.
000630 01  NEW-HIRE-RECORD.
000640     05  NH-ID-NUMERIC       PIC 9(03).
000650     05  NH-NAME-ALPHA       PIC X(20).
000660     05  NH-SSN              PIC 9(09).
000670     05  NH-ADDRESS-LINE     PIC X(30).
000680     05  NH-CITY-NAME        PIC X(20).
000690     05  NH-ADDRESS-STATE    PIC X(02).
000700     05  NH-ZIP-CODE         PIC X(09).
000710     05  NH-HIRE-DATE        PIC 9(08).
000720     05  NH-WORK-STATE       PIC X(02).
000730     05  NH-HIRE-TYPE        PIC X(01).
000740         88  NH-NEW-HIRE               VALUE "N".
000750         88  NH-REHIRE                 VALUE "R".
000760     05  NH-ENTERED-DATE     PIC 9(08).
000770     05  NH-ENTERED-USER     PIC X(08).
000780     05  NH-REPORT-STATUS    PIC X(01).
000790         88  NH-PENDING                VALUE "P".
000800         88  NH-REPORTED               VALUE "R".
000810         88  NH-DUPLICATE              VALUE "D".
000820     05  NH-REPORTED-DATE    PIC 9(08).
000830
000840 FD  COMPANY-CONTROL
000850     RECORDING MODE IS F.
000860 01  COMPANY-CONTROL-RECORD.
000870     05  CC-EFFECTIVE-DATE   PIC 9(08).
000880     05  CC-FICA-WAGE-BASE   PIC 9(09)V99.
000890     05  CC-FUTA-RATE        PIC 9V999.
000900     05  CC-FUTA-WAGE-BASE   PIC 9(09)V99.
000910     05  CC-SUTA-RATE        PIC 9V999.
000920     05  CC-SUTA-WAGE-BASE   PIC 9(09)V99.
000930     05  CC-OT-THRESHOLD     PIC 9(03).
000940     05  CC-OT-MULTIPLIER    PIC 9V9.
000950     05  CC-MAX-HOURS        PIC 9(03).
000960     05  CC-MAX-RATE         PIC 9(03).
000970     05  CC-MAX-TAXRATE      PIC 9V99.
000980     05  CC-CHECK-START      PIC 9(06).
000990     05  CC-GL-WAGE-EXP      PIC X(04).
001000     05  CC-GL-SHIFT-PREM    PIC X(04).
001010     05  CC-GL-ER-TAX-EXP    PIC X(04).
001020     05  CC-GL-FED-WH        PIC X(04).
001030     05  CC-GL-STATE-WH      PIC X(04).
001040     05  CC-GL-FICA-WH       PIC X(04).
001050     05  CC-GL-FICA-ER       PIC X(04).
001060     05  CC-GL-FUTA          PIC X(04).
001070     05  CC-GL-SUTA          PIC X(04).
001080     05  CC-GL-VENDOR-LIAB   PIC X(04).
001090     05  CC-GL-CASH          PIC X(04).
001100     05  CC-GL-ACH-RETURN    PIC X(04).
001110     05  CC-SUPP-FED-RATE    PIC 9V999.
001120     05  CC-MAX-DAY-HOURS    PIC 9(02).
001130     05  CC-MAX-WEEK-HOURS   PIC 9(03).
001140     05  CC-EMPLOYER-FEIN    PIC 9(09).
001150     05  CC-STATE-EMPLOYER-ID PIC X(15).
001160     05  CC-EMPLOYER-NAME    PIC X(40).
001170     05  CC-EMPLOYER-ADDRESS PIC X(40).
001180     05  CC-EMPLOYER-CITY    PIC X(25).
001190     05  CC-EMPLOYER-STATE   PIC X(02).
001200     05  CC-EMPLOYER-ZIP     PIC X(09).
001210
001220*-----------------------------------------------------------*
001230* NEW-HIRE-EXTRACT - THE STATE REGISTRY'S FIXED-FORMAT FILE: *
001240* ONE "E" EMPLOYER HEADER, ONE "W" RECORD PER HIRE, AND A    *
001250* "T" TRAILER CARRYING THE EMPLOYEE RECORD COUNT             *
001260*-----------------------------------------------------------*
001270 FD  NEW-HIRE-EXTRACT
001280     RECORDING MODE IS F.
001290 01  NEW-HIRE-EXTRACT-RECORD.
001300     05  NHX-RECORD-TYPE     PIC X(01).
001310         88  NHX-EMPLOYER-HEADER       VALUE "E".
001320         88  NHX-EMPLOYEE-DETAIL       VALUE "W".
001330         88  NHX-FILE-TRAILER          VALUE "T".
001340     05  FILLER              PIC X(159).
001350 01  NHX-EMPLOYER-RECORD.
001360     05  FILLER              PIC X(01).
001370     05  NXE-FEIN            PIC 9(09).
001380     05  NXE-STATE-EMPLOYER-ID PIC X(15).
001390     05  NXE-EMPLOYER-NAME   PIC X(40).
001400     05  NXE-ADDRESS-LINE    PIC X(40).
001410     05  NXE-CITY-NAME       PIC X(25).
001420     05  NXE-ADDRESS-STATE   PIC X(02).
001430     05  NXE-ZIP-CODE        PIC X(09).
001440     05  NXE-FILE-DATE       PIC 9(08).
001450     05  NXE-REPORT-STATE    PIC X(02).
001460     05  FILLER              PIC X(09).
001470 01  NHX-EMPLOYEE-RECORD.
001480     05  FILLER              PIC X(01).
001490     05  NXW-SSN             PIC 9(09).
001500     05  NXW-NAME-ALPHA      PIC X(20).
001510     05  NXW-ADDRESS-LINE    PIC X(30).
001520     05  NXW-CITY-NAME       PIC X(20).
001530     05  NXW-ADDRESS-STATE   PIC X(02).
001540     05  NXW-ZIP-CODE        PIC X(09).
001550     05  NXW-HIRE-DATE       PIC 9(08).
001560     05  NXW-WORK-STATE      PIC X(02).
001570     05  NXW-HIRE-TYPE       PIC X(01).
001580     05  NXW-EMPLOYER-FEIN   PIC 9(09).
001590     05  FILLER              PIC X(49).
001600 01  NHX-TRAILER-RECORD.
001610     05  FILLER              PIC X(01).
001620     05  NXT-EMPLOYEE-COUNT  PIC 9(07).
001630     05  FILLER              PIC X(152).
001640
001650 FD  TRACKING-REPORT
001660     RECORDING MODE IS F.
001670 01  TRACKING-REPORT-RECORD  PIC X(132).
001680
001690 WORKING-STORAGE SECTION.
001700*-----------------------------------------------------------*
001710* FILE STATUS SWITCHES                                       *
001720*-----------------------------------------------------------*
001730 01  WS-NEWHIRE-STATUS       PIC X(02).
001740     88  WS-NEWHIRE-OK                VALUE "00".
001750     88  WS-NEWHIRE-EOF               VALUE "10".
001760     88  WS-NEWHIRE-FILE-MISSING      VALUE "35".
001770
001780 01  WS-COMPCTL-STATUS       PIC X(02).
001790     88  WS-COMPCTL-OK                VALUE "00".
001800     88  WS-COMPCTL-FILE-MISSING      VALUE "35".
001810
001820 01  WS-NHEXTR-STATUS        PIC X(02).
001830     88  WS-NHEXTR-OK                 VALUE "00".
001840
001850 01  WS-NHRPT-STATUS         PIC X(02).
001860     88  WS-NHRPT-OK                  VALUE "00".
001870
001880 01  WS-SWITCHES.
001890     05  WS-ABORT-SWITCH     PIC X(01)   VALUE "N".
001900         88  WS-RUN-ABORTED              VALUE "Y".
001910     05  WS-CTRL-EOF-SWITCH  PIC X(01)   VALUE "N".
001920         88  WS-CTRL-AT-END              VALUE "Y".
001930     05  CTRL-FOUND-SWITCH   PIC X(01)   VALUE "N".
001940         88  CTRL-FOUND                  VALUE "Y".
001950     05  EMPLOYER-DATA-SWITCH PIC X(01)  VALUE "N".
001960         88  EMPLOYER-DATA-PRESENT       VALUE "Y".
001970     05  EXTRACT-HEADER-SWITCH PIC X(01) VALUE "N".
001980         88  EXTRACT-HEADER-WRITTEN      VALUE "Y".
001990     05  DUPLICATE-SWITCH    PIC X(01)   VALUE "N".
002000         88  DUPLICATE-HIRE              VALUE "Y".
002010     05  LEAP-YEAR-SWITCH    PIC X(01)   VALUE "N".
002020         88  LEAP-YEAR                   VALUE "Y".
002030
002040*-----------------------------------------------------------*
002050* RUN PARAMETERS - THE STATE TO REPORT (BLANK IS THE         *
002060* EMPLOYER'S HOME STATE FROM COMPANY CONTROL) AND THE RUN    *
002070* MODE: BLANK WRITES THE STATE FILE, "L" LISTS ONLY          *
002080*-----------------------------------------------------------*
002090 01  REPORT-STATE-CODE       PIC X(02)     VALUE SPACES.
002100 01  RUN-MODE-CODE           PIC X(01)     VALUE SPACE.
002110     88  RUN-MODE-VALID                  VALUES " " "L".
002120     88  RUN-MODE-EXTRACT                VALUE " ".
002130     88  RUN-MODE-LIST-ONLY              VALUE "L".
002140
002150*-----------------------------------------------------------*
002160* RUN DATE                                                   *
002170*-----------------------------------------------------------*
002180 01  WS-SYSTEM-DATE.
002190     05  WS-SYSTEM-YYYY      PIC 9(04).
002200     05  WS-SYSTEM-MM        PIC 9(02).
002210     05  WS-SYSTEM-DD        PIC 9(02).
002220
002230 01  WS-RUN-DATE-DISPLAY     PIC X(10).
002240
002250 01  WORK-DATE               PIC 9(08)     VALUE ZERO.
002260 01  WORK-DATE-SPLIT REDEFINES WORK-DATE.
002270     05  WKD-YYYY            PIC 9(04).
002280     05  WKD-MM              PIC 9(02).
002290     05  WKD-DD              PIC 9(02).
002300 01  WORK-DATE-DISPLAY       PIC X(10).
002310
002320*-----------------------------------------------------------*
002330* DAY COUNTS - DAYS FROM 01/01/0001 SO TWO DATES CAN BE      *
002340* SUBTRACTED; THE 20-DAY DUE DATE IS FOUND BY ADVANCING THE  *
002350* HIRE DATE ONE CALENDAR DAY AT A TIME                       *
002360*-----------------------------------------------------------*
002370 01  MONTH-DAYS-VALUES       PIC X(24)     VALUE
002380         "312831303130313130313031".
002390 01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
002400     05  MONTH-DAYS          PIC 9(02)  OCCURS 12 TIMES.
002410 01  CUM-DAYS-VALUES         PIC X(36)     VALUE
002420         "000031059090120151181212243273304334".
002430 01  CUM-DAYS-TABLE REDEFINES CUM-DAYS-VALUES.
002440     05  CUM-DAYS            PIC 9(03)  OCCURS 12 TIMES.
002450 01  DAY-COUNT               PIC 9(07)     VALUE ZERO.
002460 01  RUN-DAY-COUNT           PIC 9(07)     VALUE ZERO.
002470 01  DUE-DAY-COUNT           PIC 9(07)     VALUE ZERO.
002480 01  YEARS-BEFORE            PIC 9(04)     VALUE ZERO.
002490 01  LEAP-DIV-4              PIC 9(04)     VALUE ZERO.
002500 01  LEAP-DIV-100            PIC 9(04)     VALUE ZERO.
002510 01  LEAP-DIV-400            PIC 9(04)     VALUE ZERO.
002520 01  LEAP-QUOTIENT           PIC 9(04)     VALUE ZERO.
002530 01  LEAP-REM-4              PIC 9(03)     VALUE ZERO.
002540 01  LEAP-REM-100            PIC 9(03)     VALUE ZERO.
002550 01  LEAP-REM-400            PIC 9(03)     VALUE ZERO.
002560 01  DAYS-THIS-MONTH         PIC 9(02)     VALUE ZERO.
002570
002580 01  DEADLINE-DAYS           PIC 9(03)     VALUE 20.
002590 01  DUE-SOON-DAYS           PIC 9(03)     VALUE 5.
002600 01  RETAIN-DAYS             PIC 9(04)     VALUE 730.
002610 01  DUE-DATE                PIC 9(08)     VALUE ZERO.
002620 01  DAYS-LEFT               PIC S9(05)    VALUE ZERO.
002630 01  HIRE-STATUS-TEXT        PIC X(40)     VALUE SPACES.
002640 01  HIRE-FLAG-TEXT          PIC X(18)     VALUE SPACES.
002650
002660*-----------------------------------------------------------*
002670* COMPANY CONTROL - THE RECORD IN EFFECT ON THE RUN DATE     *
002680* SUPPLIES THE EMPLOYER DATA FOR THE STATE FILE HEADER       *
002690*-----------------------------------------------------------*
002700 01  CTRL-BEST-DATE          PIC 9(08)     VALUE ZERO.
002710 01  CTRL-HOLD-RECORD        PIC X(266).
002720 01  CTRL-HOLD-FIELDS REDEFINES CTRL-HOLD-RECORD.
002730     05  CT-EFFECTIVE-DATE   PIC 9(08).
002740     05  FILLER              PIC X(118).
002750     05  CT-EMPLOYER-FEIN    PIC 9(09).
002760     05  CT-STATE-EMPLOYER-ID PIC X(15).
002770     05  CT-EMPLOYER-NAME    PIC X(40).
002780     05  CT-EMPLOYER-ADDRESS PIC X(40).
002790     05  CT-EMPLOYER-CITY    PIC X(25).
002800     05  CT-EMPLOYER-STATE   PIC X(02).
002810     05  CT-EMPLOYER-ZIP     PIC X(09).
002820
002830*-----------------------------------------------------------*
002840* NEW-HIRE FILE IN CORE - REWRITTEN AT END OF RUN WITH THE   *
002850* HIRES SENT MARKED REPORTED; REPORTED HIRES ARE KEPT TWO    *
002860* YEARS SO A RESTAGED HIRE IS STILL RECOGNIZED               *
002870*-----------------------------------------------------------*
002880 01  NHT-COUNT               PIC 9(04)  COMP  VALUE ZERO.
002890 01  NHT-IDX                 PIC 9(04)  COMP  VALUE ZERO.
002900 01  NHT-SCAN-IDX            PIC 9(04)  COMP  VALUE ZERO.
002910 01  NHT-MAX-ENTRIES         PIC 9(04)  COMP  VALUE 1000.
002920 01  NEW-HIRE-TABLE.
002930     05  NHT-ENTRY           OCCURS 1000 TIMES.
002940         10  NHT-ID-NUMERIC      PIC 9(03).
002950         10  NHT-NAME-ALPHA      PIC X(20).
002960         10  NHT-SSN             PIC 9(09).
002970         10  NHT-ADDRESS-LINE    PIC X(30).
002980         10  NHT-CITY-NAME       PIC X(20).
002990         10  NHT-ADDRESS-STATE   PIC X(02).
003000         10  NHT-ZIP-CODE        PIC X(09).
003010         10  NHT-HIRE-DATE       PIC 9(08).
003020         10  NHT-WORK-STATE      PIC X(02).
003030         10  NHT-HIRE-TYPE       PIC X(01).
003040             88  NHT-REHIRE                VALUE "R".
003050         10  NHT-ENTERED-DATE    PIC 9(08).
003060         10  NHT-ENTERED-USER    PIC X(08).
003070         10  NHT-REPORT-STATUS   PIC X(01).
003080             88  NHT-PENDING               VALUE "P".
003090             88  NHT-REPORTED              VALUE "R".
003100             88  NHT-DUPLICATE             VALUE "D".
003110         10  NHT-REPORTED-DATE   PIC 9(08).
003120
003130*-----------------------------------------------------------*
003140* RUN CONTROL COUNTS                                         *
003150*-----------------------------------------------------------*
003160 01  RECORDS-READ-COUNT      PIC 9(05) COMP VALUE ZERO.
003170 01  PENDING-START-COUNT     PIC 9(05) COMP VALUE ZERO.
003180 01  REPORTED-COUNT          PIC 9(05) COMP VALUE ZERO.
003190 01  REPORTED-LATE-COUNT     PIC 9(05) COMP VALUE ZERO.
003200 01  DUPLICATE-COUNT         PIC 9(05) COMP VALUE ZERO.
003210 01  UNREPORTED-COUNT        PIC 9(05) COMP VALUE ZERO.
003220 01  OVERDUE-COUNT           PIC 9(05) COMP VALUE ZERO.
003230 01  DUE-SOON-COUNT          PIC 9(05) COMP VALUE ZERO.
003240 01  PURGED-COUNT            PIC 9(05) COMP VALUE ZERO.
003250 01  SECTION-LINE-COUNT      PIC 9(05) COMP VALUE ZERO.
003260
003270*-----------------------------------------------------------*
003280* TRACKING-REPORT PRINT LINES                                *
003290*-----------------------------------------------------------*
003300 01  WS-REPORT-HEADING.
003310     05  FILLER              PIC X(42)   VALUE
003320             "STATE NEW-HIRE REPORTING AND TRACKING".
003330     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
003340     05  RH-RUN-DATE         PIC X(10).
003350     05  FILLER              PIC X(70)   VALUE SPACES.
003360
003370 01  WS-PARAMETER-LINE.
003380     05  FILLER              PIC X(17)   VALUE
003390             "REPORTING STATE: ".
003400     05  PL-STATE            PIC X(02).
003410     05  FILLER              PIC X(09)   VALUE "   MODE: ".
003420     05  PL-MODE             PIC X(16).
003430     05  FILLER              PIC X(13)   VALUE "   EMPLOYER: ".
003440     05  PL-EMPLOYER-NAME    PIC X(40).
003450     05  FILLER              PIC X(08)   VALUE "   FEIN ".
003460     05  PL-FEIN             PIC X(09).
003470     05  FILLER              PIC X(18)   VALUE SPACES.
003480
003490 01  WS-SECTION-LINE.
003500     05  SL-TITLE            PIC X(60).
003510     05  FILLER              PIC X(72)   VALUE SPACES.
003520
003530 01  WS-COLUMN-LINE.
003540     05  FILLER              PIC X(05)   VALUE "EMP".
003550     05  FILLER              PIC X(22)   VALUE "NAME".
003560     05  FILLER              PIC X(09)   VALUE "TYPE".
003570     05  FILLER              PIC X(12)   VALUE "HIRE DATE".
003580     05  FILLER              PIC X(04)   VALUE "ST".
003590     05  FILLER              PIC X(12)   VALUE "ENTERED".
003600     05  FILLER              PIC X(11)   VALUE "DUE DATE".
003610     05  FILLER              PIC X(12)   VALUE "DAYS LEFT".
003620     05  FILLER              PIC X(45)   VALUE "STATUS".
003630
003640 01  WS-HIRE-LINE.
003650     05  HL-ID               PIC 9(03).
003660     05  FILLER              PIC X(02)   VALUE SPACES.
003670     05  HL-NAME             PIC X(20).
003680     05  FILLER              PIC X(02)   VALUE SPACES.
003690     05  HL-TYPE             PIC X(06).
003700     05  FILLER              PIC X(03)   VALUE SPACES.
003710     05  HL-HIRE-DATE        PIC X(10).
003720     05  FILLER              PIC X(02)   VALUE SPACES.
003730     05  HL-WORK-STATE       PIC X(02).
003740     05  FILLER              PIC X(02)   VALUE SPACES.
003750     05  HL-ENTERED-DATE     PIC X(10).
003760     05  FILLER              PIC X(02)   VALUE SPACES.
003770     05  HL-DUE-DATE         PIC X(10).
003780     05  FILLER              PIC X(04)   VALUE SPACES.
003790     05  HL-DAYS-LEFT        PIC ----9.
003800     05  FILLER              PIC X(04)   VALUE SPACES.
003810     05  HL-STATUS           PIC X(40).
003820     05  FILLER              PIC X(05)   VALUE SPACES.
003830
003840 01  WS-NONE-LINE.
003850     05  FILLER              PIC X(04)   VALUE SPACES.
003860     05  FILLER              PIC X(40)   VALUE "NONE".
003870     05  FILLER              PIC X(88)   VALUE SPACES.
003880
003890 01  WS-SUMMARY-LINE.
003900     05  SM-LABEL            PIC X(40).
003910     05  SM-COUNT            PIC ZZZZ9.
003920     05  FILLER              PIC X(87)   VALUE SPACES.
003930
003940 01  WS-BLANK-LINE           PIC X(132)  VALUE SPACES.
003950
003960 PROCEDURE DIVISION.
003970*-----------------------------------------------------------*
003980* 0000-MAINLINE                                              *
003990*-----------------------------------------------------------*
004000 0000-MAINLINE.
004010     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004020     IF NOT WS-RUN-ABORTED
004030         PERFORM 2000-REPORT-PENDING-HIRE THRU 2000-EXIT
004040             VARYING NHT-IDX FROM 1 BY 1
004050             UNTIL NHT-IDX > NHT-COUNT
004060         IF SECTION-LINE-COUNT = ZERO
004070             WRITE TRACKING-REPORT-RECORD FROM WS-NONE-LINE
004080         END-IF
004090         IF RUN-MODE-EXTRACT
004100             PERFORM 2900-FINISH-EXTRACT THRU 2900-EXIT
004110         END-IF
004120         PERFORM 2500-LIST-UNREPORTED THRU 2500-EXIT
004130         PERFORM 4000-REWRITE-NEW-HIRE THRU 4000-EXIT
004140     END-IF
004150     PERFORM 3000-TERMINATE THRU 3000-EXIT
004160     STOP RUN.
004170
004180*-----------------------------------------------------------*
004190* 1000-INITIALIZE - WITHOUT THE EMPLOYER DATA OR A STATE TO  *
004200* REPORT THE RUN FALLS BACK TO THE TRACKING LIST ONLY        *
004210*-----------------------------------------------------------*
004220 1000-INITIALIZE.
004230     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
004240     STRING WS-SYSTEM-MM   DELIMITED BY SIZE
004250            "/"            DELIMITED BY SIZE
004260            WS-SYSTEM-DD   DELIMITED BY SIZE
004270            "/"            DELIMITED BY SIZE
004280            WS-SYSTEM-YYYY DELIMITED BY SIZE
004290         INTO WS-RUN-DATE-DISPLAY
004300     END-STRING
004310     MOVE WS-SYSTEM-DATE TO WORK-DATE
004320     PERFORM 8500-COUNT-DAYS THRU 8500-EXIT
004330     MOVE DAY-COUNT TO RUN-DAY-COUNT
004340
004350     OPEN OUTPUT TRACKING-REPORT
004360     IF NOT WS-NHRPT-OK
004370         DISPLAY "ERROR OPENING TRACKING-REPORT, STATUS = "
004380             WS-NHRPT-STATUS
004390         MOVE "Y" TO WS-ABORT-SWITCH
004400         GO TO 1000-EXIT
004410     END-IF
004420
004430     ACCEPT REPORT-STATE-CODE
004440     ACCEPT RUN-MODE-CODE
004450     IF NOT RUN-MODE-VALID
004460         DISPLAY "RUN MODE " RUN-MODE-CODE
004470             " NOT BLANK (EXTRACT) OR L (LIST ONLY) - RUN STOPPED"
004480         MOVE "Y" TO WS-ABORT-SWITCH
004490         GO TO 1000-EXIT
004500     END-IF
004510
004520     PERFORM 1100-LOAD-COMPANY-CONTROL THRU 1100-EXIT
004530     IF REPORT-STATE-CODE = SPACES
004540         AND EMPLOYER-DATA-PRESENT
004550         MOVE CT-EMPLOYER-STATE TO REPORT-STATE-CODE
004560     END-IF
004570     IF RUN-MODE-EXTRACT
004580         IF NOT EMPLOYER-DATA-PRESENT
004590             DISPLAY "EMPLOYER FEIN/NAME NOT ON COMPANY-CONTROL"
004600                 " - TRACKING LIST ONLY"
004610             MOVE "L" TO RUN-MODE-CODE
004620         ELSE
004630             IF REPORT-STATE-CODE = SPACES
004640                 DISPLAY "NO REPORTING STATE GIVEN - TRACKING "
004650                     "LIST ONLY"
004660                 MOVE "L" TO RUN-MODE-CODE
004670             END-IF
004680         END-IF
004690     END-IF
004700
004710     OPEN INPUT NEW-HIRE
004720     IF WS-NEWHIRE-FILE-MISSING
004730         DISPLAY "NEW-HIRE FILE NOT FOUND - NO HIRES TO REPORT"
004740     ELSE
004750         IF NOT WS-NEWHIRE-OK
004760             DISPLAY "ERROR OPENING NEW-HIRE, STATUS = "
004770                 WS-NEWHIRE-STATUS
004780             MOVE "Y" TO WS-ABORT-SWITCH
004790             GO TO 1000-EXIT
004800         END-IF
004810         PERFORM 1200-LOAD-NEW-HIRE THRU 1200-EXIT
004820             UNTIL WS-NEWHIRE-EOF
004830                OR WS-RUN-ABORTED
004840         CLOSE NEW-HIRE
004850         IF WS-RUN-ABORTED
004860             GO TO 1000-EXIT
004870         END-IF
004880     END-IF
004890
004900     IF RUN-MODE-EXTRACT
004910         OPEN OUTPUT NEW-HIRE-EXTRACT
004920         IF NOT WS-NHEXTR-OK
004930             DISPLAY "ERROR OPENING NEW-HIRE-EXTRACT, STATUS = "
004940                 WS-NHEXTR-STATUS
004950             MOVE "Y" TO WS-ABORT-SWITCH
004960             GO TO 1000-EXIT
004970         END-IF
004980     END-IF
004990
005000     PERFORM 1300-WRITE-HEADINGS THRU 1300-EXIT.
005010 1000-EXIT.
005020     EXIT.
005030
005040*-----------------------------------------------------------*
005050* 1100-LOAD-COMPANY-CONTROL - KEEP THE RECORD WITH THE LATEST*
005060* EFFECTIVE DATE NOT AFTER THE RUN DATE                      *
005070*-----------------------------------------------------------*
005080 1100-LOAD-COMPANY-CONTROL.
005090     OPEN INPUT COMPANY-CONTROL
005100     IF WS-COMPCTL-FILE-MISSING
005110         DISPLAY "COMPANY-CONTROL NOT FOUND - NO EMPLOYER DATA"
005120         GO TO 1100-EXIT
005130     END-IF
005140     IF NOT WS-COMPCTL-OK
005150         DISPLAY "ERROR OPENING COMPANY-CONTROL, STATUS = "
005160             WS-COMPCTL-STATUS " - NO EMPLOYER DATA"
005170         GO TO 1100-EXIT
005180     END-IF
005190     PERFORM 1110-SELECT-CONTROL-RECORD THRU 1110-EXIT
005200         UNTIL WS-CTRL-AT-END
005210     CLOSE COMPANY-CONTROL
005220     IF NOT CTRL-FOUND
005230         GO TO 1100-EXIT
005240     END-IF
005250     IF CT-EMPLOYER-FEIN IS NUMERIC
005260         AND CT-EMPLOYER-FEIN > ZERO
005270         AND CT-EMPLOYER-NAME NOT = SPACES
005280         MOVE "Y" TO EMPLOYER-DATA-SWITCH
005290     END-IF.
005300 1100-EXIT.
005310     EXIT.
005320
005330*-----------------------------------------------------------*
005340* 1110-SELECT-CONTROL-RECORD                                 *
005350*-----------------------------------------------------------*
005360 1110-SELECT-CONTROL-RECORD.
005370     READ COMPANY-CONTROL
005380         AT END
005390             MOVE "Y" TO WS-CTRL-EOF-SWITCH
005400         NOT AT END
005410             IF CC-EFFECTIVE-DATE NOT > WS-SYSTEM-DATE
005420                 AND CC-EFFECTIVE-DATE NOT < CTRL-BEST-DATE
005430                 MOVE CC-EFFECTIVE-DATE TO CTRL-BEST-DATE
005440                 MOVE COMPANY-CONTROL-RECORD TO CTRL-HOLD-RECORD
005450                 MOVE "Y" TO CTRL-FOUND-SWITCH
005460             END-IF
005470     END-READ.
005480 1110-EXIT.
005490     EXIT.
005500
005510*-----------------------------------------------------------*
005520* 1200-LOAD-NEW-HIRE - THE WHOLE FILE IS HELD SO IT CAN BE   *
005530* REWRITTEN; A FULL TABLE STOPS THE RUN WITH NOTHING SENT    *
005540*-----------------------------------------------------------*
005550 1200-LOAD-NEW-HIRE.
005560     READ NEW-HIRE
005570         AT END
005580             GO TO 1200-EXIT
005590     END-READ
005600     ADD 1 TO RECORDS-READ-COUNT
005610     IF NHT-COUNT NOT < NHT-MAX-ENTRIES
005620         DISPLAY "NEW-HIRE TABLE FULL AT " NHT-MAX-ENTRIES
005630             " RECORDS - NO HIRES REPORTED"
005640         MOVE "Y" TO WS-ABORT-SWITCH
005650         GO TO 1200-EXIT
005660     END-IF
005670     ADD 1 TO NHT-COUNT
005680     MOVE NEW-HIRE-RECORD TO NHT-ENTRY(NHT-COUNT).
005690 1200-EXIT.
005700     EXIT.
005710
005720*-----------------------------------------------------------*
005730* 1300-WRITE-HEADINGS                                        *
005740*-----------------------------------------------------------*
005750 1300-WRITE-HEADINGS.
005760     MOVE WS-RUN-DATE-DISPLAY TO RH-RUN-DATE
005770     WRITE TRACKING-REPORT-RECORD FROM WS-REPORT-HEADING
005780     MOVE REPORT-STATE-CODE TO PL-STATE
005790     IF RUN-MODE-EXTRACT
005800         MOVE "STATE FILE"     TO PL-MODE
005810     ELSE
005820         MOVE "TRACKING ONLY"  TO PL-MODE
005830     END-IF
005840     IF EMPLOYER-DATA-PRESENT
005850         MOVE CT-EMPLOYER-NAME TO PL-EMPLOYER-NAME
005860         MOVE CT-EMPLOYER-FEIN TO PL-FEIN
005870     ELSE
005880         MOVE "NOT ON COMPANY CONTROL" TO PL-EMPLOYER-NAME
005890         MOVE SPACES TO PL-FEIN
005900     END-IF
005910     WRITE TRACKING-REPORT-RECORD FROM WS-PARAMETER-LINE
005920     WRITE TRACKING-REPORT-RECORD FROM WS-BLANK-LINE
005930     MOVE "HIRES REPORTED TO THE STATE THIS RUN" TO SL-TITLE
005940     WRITE TRACKING-REPORT-RECORD FROM WS-SECTION-LINE
005950     WRITE TRACKING-REPORT-RECORD FROM WS-COLUMN-LINE.
005960 1300-EXIT.
005970     EXIT.
005980
005990*-----------------------------------------------------------*
006000* 2000-REPORT-PENDING-HIRE - A PENDING HIRE ALREADY SENT     *
006010* UNDER THE SAME ID AND HIRE DATE IS MARKED A DUPLICATE AND  *
006020* NOT SENT AGAIN; OTHERWISE A HIRE FOR THE REPORTING STATE   *
006030* GOES TO THE STATE FILE AND IS MARKED REPORTED              *
006040*-----------------------------------------------------------*
006050 2000-REPORT-PENDING-HIRE.
006060     IF NOT NHT-PENDING(NHT-IDX)
006070         GO TO 2000-EXIT
006080     END-IF
006090     ADD 1 TO PENDING-START-COUNT
006100     PERFORM 2200-SET-DUE-DATE THRU 2200-EXIT
006110
006120     MOVE "N" TO DUPLICATE-SWITCH
006130     PERFORM 2100-CHECK-DUPLICATE THRU 2100-EXIT
006140         VARYING NHT-SCAN-IDX FROM 1 BY 1
006150         UNTIL NHT-SCAN-IDX > NHT-COUNT
006160            OR DUPLICATE-HIRE
006170     IF DUPLICATE-HIRE
006180         MOVE "D" TO NHT-REPORT-STATUS(NHT-IDX)
006190         MOVE WS-SYSTEM-DATE TO NHT-REPORTED-DATE(NHT-IDX)
006200         ADD 1 TO DUPLICATE-COUNT
006210         MOVE "DUPLICATE - ALREADY REPORTED, NOT SENT"
006220             TO HIRE-STATUS-TEXT
006230         PERFORM 2400-WRITE-HIRE-LINE THRU 2400-EXIT
006240         GO TO 2000-EXIT
006250     END-IF
006260
006270     IF RUN-MODE-LIST-ONLY
006280         OR NHT-WORK-STATE(NHT-IDX) NOT = REPORT-STATE-CODE
006290         GO TO 2000-EXIT
006300     END-IF
006310     PERFORM 2300-WRITE-EXTRACT-DETAIL THRU 2300-EXIT
006320     MOVE "R" TO NHT-REPORT-STATUS(NHT-IDX)
006330     MOVE WS-SYSTEM-DATE TO NHT-REPORTED-DATE(NHT-IDX)
006340     ADD 1 TO REPORTED-COUNT
006350     IF DAYS-LEFT < ZERO
006360         ADD 1 TO REPORTED-LATE-COUNT
006370         MOVE "REPORTED - PAST THE 20-DAY DEADLINE"
006380             TO HIRE-STATUS-TEXT
006390     ELSE
006400         MOVE "REPORTED" TO HIRE-STATUS-TEXT
006410     END-IF
006420     PERFORM 2400-WRITE-HIRE-LINE THRU 2400-EXIT.
006430 2000-EXIT.
006440     EXIT.
006450
006460*-----------------------------------------------------------*
006470* 2100-CHECK-DUPLICATE                                       *
006480*-----------------------------------------------------------*
006490 2100-CHECK-DUPLICATE.
006500     IF NHT-SCAN-IDX NOT = NHT-IDX
006510         AND NHT-REPORTED(NHT-SCAN-IDX)
006520         AND NHT-ID-NUMERIC(NHT-SCAN-IDX)
006530             = NHT-ID-NUMERIC(NHT-IDX)
006540         AND NHT-HIRE-DATE(NHT-SCAN-IDX) = NHT-HIRE-DATE(NHT-IDX)
006550         MOVE "Y" TO DUPLICATE-SWITCH
006560     END-IF.
006570 2100-EXIT.
006580     EXIT.
006590
006600*-----------------------------------------------------------*
006610* 2200-SET-DUE-DATE - HIRE DATE PLUS 20 DAYS, AND THE DAYS   *
006620* LEFT FROM THE RUN DATE (NEGATIVE WHEN OVERDUE)             *
006630*-----------------------------------------------------------*
006640 2200-SET-DUE-DATE.
006650     MOVE NHT-HIRE-DATE(NHT-IDX) TO WORK-DATE
006660     PERFORM 8550-ADD-ONE-DAY THRU 8550-EXIT
006670         DEADLINE-DAYS TIMES
006680     MOVE WORK-DATE TO DUE-DATE
006690     PERFORM 8500-COUNT-DAYS THRU 8500-EXIT
006700     MOVE DAY-COUNT TO DUE-DAY-COUNT
006710     COMPUTE DAYS-LEFT = DUE-DAY-COUNT - RUN-DAY-COUNT.
006720 2200-EXIT.
006730     EXIT.
006740
006750*-----------------------------------------------------------*
006760* 2300-WRITE-EXTRACT-DETAIL - THE EMPLOYER HEADER GOES OUT   *
006770* AHEAD OF THE FIRST HIRE                                    *
006780*-----------------------------------------------------------*
006790 2300-WRITE-EXTRACT-DETAIL.
006800     IF NOT EXTRACT-HEADER-WRITTEN
006810         PERFORM 2350-WRITE-EXTRACT-HEADER THRU 2350-EXIT
006820     END-IF
006830     MOVE SPACES TO NEW-HIRE-EXTRACT-RECORD
006840     MOVE "W" TO NHX-RECORD-TYPE
006850     MOVE NHT-SSN(NHT-IDX)           TO NXW-SSN
006860     MOVE NHT-NAME-ALPHA(NHT-IDX)    TO NXW-NAME-ALPHA
006870     MOVE NHT-ADDRESS-LINE(NHT-IDX)  TO NXW-ADDRESS-LINE
006880     MOVE NHT-CITY-NAME(NHT-IDX)     TO NXW-CITY-NAME
006890     MOVE NHT-ADDRESS-STATE(NHT-IDX) TO NXW-ADDRESS-STATE
006900     MOVE NHT-ZIP-CODE(NHT-IDX)      TO NXW-ZIP-CODE
006910     MOVE NHT-HIRE-DATE(NHT-IDX)     TO NXW-HIRE-DATE
006920     MOVE NHT-WORK-STATE(NHT-IDX)    TO NXW-WORK-STATE
006930     MOVE NHT-HIRE-TYPE(NHT-IDX)     TO NXW-HIRE-TYPE
006940     MOVE CT-EMPLOYER-FEIN           TO NXW-EMPLOYER-FEIN
006950     WRITE NEW-HIRE-EXTRACT-RECORD.
006960 2300-EXIT.
006970     EXIT.
006980
006990*-----------------------------------------------------------*
007000* 2350-WRITE-EXTRACT-HEADER                                  *
007010*-----------------------------------------------------------*
007020 2350-WRITE-EXTRACT-HEADER.
007030     MOVE SPACES TO NEW-HIRE-EXTRACT-RECORD
007040     MOVE "E" TO NHX-RECORD-TYPE
007050     MOVE CT-EMPLOYER-FEIN     TO NXE-FEIN
007060     MOVE CT-STATE-EMPLOYER-ID TO NXE-STATE-EMPLOYER-ID
007070     MOVE CT-EMPLOYER-NAME     TO NXE-EMPLOYER-NAME
007080     MOVE CT-EMPLOYER-ADDRESS  TO NXE-ADDRESS-LINE
007090     MOVE CT-EMPLOYER-CITY     TO NXE-CITY-NAME
007100     MOVE CT-EMPLOYER-STATE    TO NXE-ADDRESS-STATE
007110     MOVE CT-EMPLOYER-ZIP      TO NXE-ZIP-CODE
007120     MOVE WS-SYSTEM-DATE       TO NXE-FILE-DATE
007130     MOVE REPORT-STATE-CODE    TO NXE-REPORT-STATE
007140     WRITE NEW-HIRE-EXTRACT-RECORD
007150     MOVE "Y" TO EXTRACT-HEADER-SWITCH.
007160 2350-EXIT.
007170     EXIT.
007180
007190*-----------------------------------------------------------*
007200* 2400-WRITE-HIRE-LINE                                       *
007210*-----------------------------------------------------------*
007220 2400-WRITE-HIRE-LINE.
007230     MOVE NHT-ID-NUMERIC(NHT-IDX)  TO HL-ID
007240     MOVE NHT-NAME-ALPHA(NHT-IDX)  TO HL-NAME
007250     IF NHT-REHIRE(NHT-IDX)
007260         MOVE "REHIRE" TO HL-TYPE
007270     ELSE
007280         MOVE "NEW"    TO HL-TYPE
007290     END-IF
007300     MOVE NHT-HIRE-DATE(NHT-IDX)   TO WORK-DATE
007310     PERFORM 8600-FORMAT-DATE THRU 8600-EXIT
007320     MOVE WORK-DATE-DISPLAY        TO HL-HIRE-DATE
007330     MOVE NHT-WORK-STATE(NHT-IDX)  TO HL-WORK-STATE
007340     MOVE NHT-ENTERED-DATE(NHT-IDX) TO WORK-DATE
007350     PERFORM 8600-FORMAT-DATE THRU 8600-EXIT
007360     MOVE WORK-DATE-DISPLAY        TO HL-ENTERED-DATE
007370     MOVE DUE-DATE                 TO WORK-DATE
007380     PERFORM 8600-FORMAT-DATE THRU 8600-EXIT
007390     MOVE WORK-DATE-DISPLAY        TO HL-DUE-DATE
007400     MOVE DAYS-LEFT                TO HL-DAYS-LEFT
007410     MOVE HIRE-STATUS-TEXT         TO HL-STATUS
007420     WRITE TRACKING-REPORT-RECORD FROM WS-HIRE-LINE
007430     ADD 1 TO SECTION-LINE-COUNT.
007440 2400-EXIT.
007450     EXIT.
007460
007470*-----------------------------------------------------------*
007480* 2500-LIST-UNREPORTED - EVERY HIRE STILL PENDING AFTER THIS *
007490* RUN, FLAGGED WHEN OVERDUE OR DUE WITHIN 5 DAYS             *
007500*-----------------------------------------------------------*
007510 2500-LIST-UNREPORTED.
007520     MOVE ZERO TO SECTION-LINE-COUNT
007530     WRITE TRACKING-REPORT-RECORD FROM WS-BLANK-LINE
007540     MOVE "HIRES NOT YET REPORTED TO THE STATE" TO SL-TITLE
007550     WRITE TRACKING-REPORT-RECORD FROM WS-SECTION-LINE
007560     WRITE TRACKING-REPORT-RECORD FROM WS-COLUMN-LINE
007570     PERFORM 2600-LIST-ONE-UNREPORTED THRU 2600-EXIT
007580         VARYING NHT-IDX FROM 1 BY 1
007590         UNTIL NHT-IDX > NHT-COUNT
007600     IF SECTION-LINE-COUNT = ZERO
007610         WRITE TRACKING-REPORT-RECORD FROM WS-NONE-LINE
007620     END-IF.
007630 2500-EXIT.
007640     EXIT.
007650
007660*-----------------------------------------------------------*
007670* 2600-LIST-ONE-UNREPORTED                                   *
007680*-----------------------------------------------------------*
007690 2600-LIST-ONE-UNREPORTED.
007700     IF NOT NHT-PENDING(NHT-IDX)
007710         GO TO 2600-EXIT
007720     END-IF
007730     ADD 1 TO UNREPORTED-COUNT
007740     PERFORM 2200-SET-DUE-DATE THRU 2200-EXIT
007750     MOVE SPACES TO HIRE-FLAG-TEXT
007760     IF DAYS-LEFT < ZERO
007770         MOVE "OVERDUE" TO HIRE-FLAG-TEXT
007780         ADD 1 TO OVERDUE-COUNT
007790     ELSE
007800         IF DAYS-LEFT NOT > DUE-SOON-DAYS
007810             MOVE "DUE WITHIN 5 DAYS" TO HIRE-FLAG-TEXT
007820             ADD 1 TO DUE-SOON-COUNT
007830         END-IF
007840     END-IF
007850     MOVE SPACES TO HIRE-STATUS-TEXT
007860     IF RUN-MODE-LIST-ONLY
007870         STRING HIRE-FLAG-TEXT  DELIMITED BY "  "
007880                " - LIST ONLY"  DELIMITED BY SIZE
007890             INTO HIRE-STATUS-TEXT
007900         END-STRING
007910     ELSE
007920         STRING HIRE-FLAG-TEXT  DELIMITED BY "  "
007930                " - OTHER STATE" DELIMITED BY SIZE
007940             INTO HIRE-STATUS-TEXT
007950         END-STRING
007960     END-IF
007970     IF HIRE-FLAG-TEXT = SPACES
007980         MOVE HIRE-STATUS-TEXT(4:) TO HIRE-STATUS-TEXT
007990     END-IF
008000     PERFORM 2400-WRITE-HIRE-LINE THRU 2400-EXIT.
008010 2600-EXIT.
008020     EXIT.
008030
008040*-----------------------------------------------------------*
008050* 2900-FINISH-EXTRACT - TRAILER WITH THE EMPLOYEE RECORD     *
008060* COUNT WHEN ANY HIRE WAS SENT                               *
008070*-----------------------------------------------------------*
008080 2900-FINISH-EXTRACT.
008090     IF EXTRACT-HEADER-WRITTEN
008100         MOVE SPACES TO NEW-HIRE-EXTRACT-RECORD
008110         MOVE "T" TO NHX-RECORD-TYPE
008120         MOVE REPORTED-COUNT TO NXT-EMPLOYEE-COUNT
008130         WRITE NEW-HIRE-EXTRACT-RECORD
008140     END-IF
008150     CLOSE NEW-HIRE-EXTRACT.
008160 2900-EXIT.
008170     EXIT.
008180
008190*-----------------------------------------------------------*
008200* 3000-TERMINATE                                             *
008210*-----------------------------------------------------------*
008220 3000-TERMINATE.
008230     IF NOT WS-RUN-ABORTED
008240         PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT
008250     END-IF
008260     CLOSE TRACKING-REPORT.
008270 3000-EXIT.
008280     EXIT.
008290
008300*-----------------------------------------------------------*
008310* 4000-REWRITE-NEW-HIRE - ONLY AFTER THE STATE FILE IS       *
008320* COMPLETE; A TRACKING-ONLY RUN LEAVES THE FILE AS IT WAS    *
008330*-----------------------------------------------------------*
008340 4000-REWRITE-NEW-HIRE.
008350     IF RUN-MODE-LIST-ONLY
008360         GO TO 4000-EXIT
008370     END-IF
008380     IF REPORTED-COUNT = ZERO
008390         AND DUPLICATE-COUNT = ZERO
008400         GO TO 4000-EXIT
008410     END-IF
008420     OPEN OUTPUT NEW-HIRE
008430     IF NOT WS-NEWHIRE-OK
008440         DISPLAY "ERROR REWRITING NEW-HIRE, STATUS = "
008450             WS-NEWHIRE-STATUS " - STATE FILE MUST NOT BE SENT"
008460         GO TO 4000-EXIT
008470     END-IF
008480     PERFORM 4100-WRITE-NEW-HIRE THRU 4100-EXIT
008490         VARYING NHT-IDX FROM 1 BY 1
008500         UNTIL NHT-IDX > NHT-COUNT
008510     CLOSE NEW-HIRE.
008520 4000-EXIT.
008530     EXIT.
008540
008550*-----------------------------------------------------------*
008560* 4100-WRITE-NEW-HIRE - HIRES REPORTED MORE THAN TWO YEARS   *
008570* AGO ARE DROPPED                                            *
008580*-----------------------------------------------------------*
008590 4100-WRITE-NEW-HIRE.
008600     IF NOT NHT-PENDING(NHT-IDX)
008610         AND NHT-REPORTED-DATE(NHT-IDX) IS NUMERIC
008620         AND NHT-REPORTED-DATE(NHT-IDX) > ZERO
008630         MOVE NHT-REPORTED-DATE(NHT-IDX) TO WORK-DATE
008640         PERFORM 8500-COUNT-DAYS THRU 8500-EXIT
008650         IF DAY-COUNT + RETAIN-DAYS < RUN-DAY-COUNT
008660             ADD 1 TO PURGED-COUNT
008670             GO TO 4100-EXIT
008680         END-IF
008690     END-IF
008700     MOVE NHT-ENTRY(NHT-IDX) TO NEW-HIRE-RECORD
008710     WRITE NEW-HIRE-RECORD.
008720 4100-EXIT.
008730     EXIT.
008740
008750*-----------------------------------------------------------*
008760* 6000-WRITE-SUMMARY                                         *
008770*-----------------------------------------------------------*
008780 6000-WRITE-SUMMARY.
008790     WRITE TRACKING-REPORT-RECORD FROM WS-BLANK-LINE
008800     MOVE "NEW-HIRE RECORDS ON FILE"       TO SM-LABEL
008810     MOVE RECORDS-READ-COUNT               TO SM-COUNT
008820     WRITE TRACKING-REPORT-RECORD FROM WS-SUMMARY-LINE
008830     MOVE "HIRES PENDING AT START OF RUN"  TO SM-LABEL
008840     MOVE PENDING-START-COUNT              TO SM-COUNT
008850     WRITE TRACKING-REPORT-RECORD FROM WS-SUMMARY-LINE
008860     MOVE "HIRES REPORTED THIS RUN"        TO SM-LABEL
008870     MOVE REPORTED-COUNT                   TO SM-COUNT
008880     WRITE TRACKING-REPORT-RECORD FROM WS-SUMMARY-LINE
008890     MOVE "  OF WHICH PAST THE DEADLINE"   TO SM-LABEL
008900     MOVE REPORTED-LATE-COUNT              TO SM-COUNT
008910     WRITE TRACKING-REPORT-RECORD FROM WS-SUMMARY-LINE
008920     MOVE "DUPLICATES NOT SENT"            TO SM-LABEL
008930     MOVE DUPLICATE-COUNT                  TO SM-COUNT
008940     WRITE TRACKING-REPORT-RECORD FROM WS-SUMMARY-LINE
008950     MOVE "HIRES NOT YET REPORTED"         TO SM-LABEL
008960     MOVE UNREPORTED-COUNT                 TO SM-COUNT
008970     WRITE TRACKING-REPORT-RECORD FROM WS-SUMMARY-LINE
008980     MOVE "  OF WHICH OVERDUE"             TO SM-LABEL
008990     MOVE OVERDUE-COUNT                    TO SM-COUNT
009000     WRITE TRACKING-REPORT-RECORD FROM WS-SUMMARY-LINE
009010     MOVE "  OF WHICH DUE WITHIN 5 DAYS"   TO SM-LABEL
009020     MOVE DUE-SOON-COUNT                   TO SM-COUNT
009030     WRITE TRACKING-REPORT-RECORD FROM WS-SUMMARY-LINE
009040     MOVE "REPORTED RECORDS DROPPED (2 YEARS)" TO SM-LABEL
009050     MOVE PURGED-COUNT                     TO SM-COUNT
009060     WRITE TRACKING-REPORT-RECORD FROM WS-SUMMARY-LINE.
009070 6000-EXIT.
009080     EXIT.
009090
009100*-----------------------------------------------------------*
009110* 8500-COUNT-DAYS - WORK-DATE AS A DAY COUNT FROM 01/01/0001 *
009120*-----------------------------------------------------------*
009130 8500-COUNT-DAYS.
009140     MOVE ZERO TO DAY-COUNT
009150     IF WKD-MM < 1 OR WKD-MM > 12
009160         GO TO 8500-EXIT
009170     END-IF
009180     COMPUTE YEARS-BEFORE = WKD-YYYY - 1
009190     DIVIDE YEARS-BEFORE BY 4   GIVING LEAP-DIV-4
009200     DIVIDE YEARS-BEFORE BY 100 GIVING LEAP-DIV-100
009210     DIVIDE YEARS-BEFORE BY 400 GIVING LEAP-DIV-400
009220     COMPUTE DAY-COUNT = YEARS-BEFORE * 365
009230         + LEAP-DIV-4 - LEAP-DIV-100 + LEAP-DIV-400
009240         + CUM-DAYS(WKD-MM) + WKD-DD
009250     PERFORM 8520-CHECK-LEAP-YEAR THRU 8520-EXIT
009260     IF LEAP-YEAR AND WKD-MM > 2
009270         ADD 1 TO DAY-COUNT
009280     END-IF.
009290 8500-EXIT.
009300     EXIT.
009310
009320*-----------------------------------------------------------*
009330* 8520-CHECK-LEAP-YEAR - FOR THE YEAR OF WORK-DATE           *
009340*-----------------------------------------------------------*
009350 8520-CHECK-LEAP-YEAR.
009360     MOVE "N" TO LEAP-YEAR-SWITCH
009370     DIVIDE WKD-YYYY BY 4   GIVING LEAP-QUOTIENT
009380         REMAINDER LEAP-REM-4
009390     DIVIDE WKD-YYYY BY 100 GIVING LEAP-QUOTIENT
009400         REMAINDER LEAP-REM-100
009410     DIVIDE WKD-YYYY BY 400 GIVING LEAP-QUOTIENT
009420         REMAINDER LEAP-REM-400
009430     IF LEAP-REM-4 = ZERO
009440         IF LEAP-REM-100 NOT = ZERO
009450             OR LEAP-REM-400 = ZERO
009460             MOVE "Y" TO LEAP-YEAR-SWITCH
009470         END-IF
009480     END-IF.
009490 8520-EXIT.
009500     EXIT.
009510
009520*-----------------------------------------------------------*
009530* 8550-ADD-ONE-DAY - ADVANCE WORK-DATE ONE CALENDAR DAY      *
009540*-----------------------------------------------------------*
009550 8550-ADD-ONE-DAY.
009560     IF WKD-MM < 1 OR WKD-MM > 12
009570         GO TO 8550-EXIT
009580     END-IF
009590     PERFORM 8520-CHECK-LEAP-YEAR THRU 8520-EXIT
009600     MOVE MONTH-DAYS(WKD-MM) TO DAYS-THIS-MONTH
009610     IF LEAP-YEAR AND WKD-MM = 2
009620         ADD 1 TO DAYS-THIS-MONTH
009630     END-IF
009640     ADD 1 TO WKD-DD
009650     IF WKD-DD > DAYS-THIS-MONTH
009660         MOVE 1 TO WKD-DD
009670         ADD 1 TO WKD-MM
009680         IF WKD-MM > 12
009690             MOVE 1 TO WKD-MM
009700             ADD 1 TO WKD-YYYY
009710         END-IF
009720     END-IF.
009730 8550-EXIT.
009740     EXIT.
009750
009760*-----------------------------------------------------------*
009770* 8600-FORMAT-DATE - WORK-DATE (YYYYMMDD) AS MM/DD/YYYY      *
009780*-----------------------------------------------------------*
009790 8600-FORMAT-DATE.
009800     MOVE SPACES TO WORK-DATE-DISPLAY
009810     IF WORK-DATE = ZERO
009820         GO TO 8600-EXIT
009830     END-IF
009840     STRING WKD-MM   DELIMITED BY SIZE
009850            "/"      DELIMITED BY SIZE
009860            WKD-DD   DELIMITED BY SIZE
009870            "/"      DELIMITED BY SIZE
009880            WKD-YYYY DELIMITED BY SIZE
009890         INTO WORK-DATE-DISPLAY
009900     END-STRING.
009910 8600-EXIT.
009920     EXIT.
