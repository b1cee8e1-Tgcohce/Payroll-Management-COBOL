000530*                 OF THE CURRENT MASTER, SO EMPLOYEES        *
000540*                 TERMINATED SINCE THE CLOSE STILL EXTRACT   *
000550*                 WITH THEIR NAMES.                          *
000560* 10/15/2026 RJH  EMPLOYEE-MASTER LAYOUT EXTENDED FOR THE W-4 *
000570*                 WITHHOLDING FIELDS. MEMBER RESEQUENCED.    *
000580* 10/15/2026 RJH  YTD-MASTER AND THE ARCHIVE NOW CARRY       *
000590*                 FEDERAL AND FICA TAXABLE WAGES AND THE     *
000600*                 401(K) AND SECTION 125 AMOUNTS; THE W-2    *
000610*                 EXTRACT REPORTS BOX 1 AND BOX 3/5 WAGES    *
000620*                 AND THE BOX 12 DEFERRALS SEPARATELY FROM   *
000630*                 GROSS, AND THE 941 SECTION PRINTS THE      *
000640*                 TAXABLE WAGE TOTALS. YTD RECORDS WITH NO   *
000650*                 TAXABLE WAGE BUCKETS TREAT ALL GROSS AS    *
000660*                 TAXABLE. MEMBER RESEQUENCED.               *
000670* 10/15/2026 RJH  RUN-HISTORY LAYOUT EXTENDED FOR THE        *
000680*                 SEPARATE FEDERAL, FICA, FUTA, AND SUTA     *
000690*                 TOTALS. MEMBER RESEQUENCED.                *
000700*-----------------------------------------------------------*
000710
000720 ENVIRONMENT DIVISION.
000730 CONFIGURATION SECTION.
000740 SOURCE-COMPUTER. IBM-370.
000750 OBJECT-COMPUTER. IBM-370.
000760 INPUT-OUTPUT SECTION.
000770 FILE-CONTROL.
000780     SELECT YTD-MASTER ASSIGN TO YTDMSTR
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS SEQUENTIAL
000810         RECORD KEY IS YM-ID-NUMERIC
000820         FILE STATUS IS WS-YTDMSTR-STATUS.
000830
000840     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMSTR
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-EMPMSTR-STATUS.
000870
000880     SELECT RUN-HISTORY ASSIGN TO RUNHIST
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-RUNHIST-STATUS.
000910
000920     SELECT TAX-REPORT ASSIGN TO TAXRPT
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-TAXRPT-STATUS.
000950
000960     SELECT W2-EXTRACT ASSIGN TO W2EXTR
000970         ORGANIZATION IS LINE SEQUENTIAL
000980         FILE STATUS IS WS-W2EXTR-STATUS.
000990
001000     SELECT YTD-ARCHIVE ASSIGN TO YTDARCH
001010         ORGANIZATION IS LINE SEQUENTIAL
001020         FILE STATUS IS WS-YTDARCH-STATUS.
001030
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD  YTD-MASTER.
001070 01  YTD-MASTER-RECORD.
001080     05  YM-ID-NUMERIC       PIC 9(03).
001090     05  YM-YTD-GROSS        PIC 9(09)V99.
001100     05  YM-YTD-TAX          PIC 9(09)V99.
001110     05  YM-YTD-NET          PIC 9(09)V99.
001120     05  YM-YTD-ER-FICA      PIC 9(09)V99.
001130     05  YM-YTD-FUTA         PIC 9(09)V99.
001140     05  YM-YTD-SUTA         PIC 9(09)V99.
001150     05  YM-YTD-FED-WAGES    PIC 9(09)V99.
001160     05  YM-YTD-FICA-WAGES   PIC 9(09)V99.
001170     05  YM-YTD-401K         PIC 9(09)V99.
001180     05  YM-YTD-S125         PIC 9(09)V99.
001190
001200 FD  EMPLOYEE-MASTER
001210     RECORDING MODE IS F.
001220 01  EMPLOYEE-MASTER-RECORD.
001230     05  EM-ID-NUMERIC       PIC 9(03).
001240     05  EM-NAME-ALPHA       PIC X(20).
001250     05  FILLER              PIC X(57).
001260
001270 FD  RUN-HISTORY
001280     RECORDING MODE IS F.
001290 01  RUN-HISTORY-RECORD.
001300     05  RH-RUN-DATE         PIC 9(08).
001310     05  RH-CYCLE-CODE       PIC X(01).
001320     05  RH-PERIOD-END       PIC 9(08).
001330     05  RH-EMPLOYEE-COUNT   PIC 9(05).
001340     05  RH-EXCEPTION-COUNT  PIC 9(05).
001350     05  RH-TOTAL-GROSS      PIC S9(09)V99
001360                             SIGN LEADING SEPARATE.
001370     05  RH-TOTAL-TAX        PIC S9(09)V99
001380                             SIGN LEADING SEPARATE.
001390     05  RH-TOTAL-NET        PIC S9(09)V99
001400                             SIGN LEADING SEPARATE.
001410     05  RH-TOTAL-FEDERAL    PIC S9(09)V99
001420                             SIGN LEADING SEPARATE.
001430     05  RH-TOTAL-EE-FICA    PIC S9(09)V99
001440                             SIGN LEADING SEPARATE.
001450     05  RH-TOTAL-ER-FICA    PIC S9(09)V99
001460                             SIGN LEADING SEPARATE.
001470     05  RH-TOTAL-FUTA       PIC S9(09)V99
001480                             SIGN LEADING SEPARATE.
001490     05  RH-TOTAL-SUTA       PIC S9(09)V99
001500                             SIGN LEADING SEPARATE.
001510
001520 FD  TAX-REPORT
001530     RECORDING MODE IS F.
001540 01  TAX-REPORT-RECORD       PIC X(132).
001550
001560 FD  W2-EXTRACT
001570     RECORDING MODE IS F.
001580 01  W2-EXTRACT-RECORD.
001590     05  W2-ID-NUMERIC       PIC 9(03).
001600     05  W2-NAME-ALPHA       PIC X(20).
001610     05  W2-YTD-GROSS        PIC 9(09)V99.
001620     05  W2-YTD-TAX          PIC 9(09)V99.
001630     05  W2-YTD-NET          PIC 9(09)V99.
001640     05  W2-FED-WAGES        PIC 9(09)V99.
001650     05  W2-FICA-WAGES       PIC 9(09)V99.
001660     05  W2-401K             PIC 9(09)V99.
001670     05  W2-S125             PIC 9(09)V99.
001680
001690 FD  YTD-ARCHIVE
001700     RECORDING MODE IS F.
001710 01  YTD-ARCHIVE-RECORD.
001720     05  YA-YEAR             PIC 9(04).
001730     05  YA-ID-NUMERIC       PIC 9(03).
001740     05  YA-NAME-ALPHA       PIC X(20).
001750     05  YA-YTD-GROSS        PIC 9(09)V99.
001760     05  YA-YTD-TAX          PIC 9(09)V99.
001770     05  YA-YTD-NET          PIC 9(09)V99.
001780     05  YA-YTD-ER-FICA      PIC 9(09)V99.
001790     05  YA-YTD-FUTA         PIC 9(09)V99.
001800     05  YA-YTD-SUTA         PIC 9(09)V99.
001810     05  YA-YTD-FED-WAGES    PIC 9(09)V99.
001820     05  YA-YTD-FICA-WAGES   PIC 9(09)V99.
001830     05  YA-YTD-401K         PIC 9(09)V99.
001840     05  YA-YTD-S125         PIC 9(09)V99.
001850
001860 WORKING-STORAGE SECTION.
001870*-----------------------------------------------------------*
001880* FILE STATUS SWITCHES                                      *
001890*-----------------------------------------------------------*
001900 01  WS-YTDMSTR-STATUS       PIC X(02).
001910     88  WS-YTDMSTR-OK                VALUE "00".
001920     88  WS-YTDMSTR-EOF               VALUE "10".
001930
001940 01  WS-EMPMSTR-STATUS       PIC X(02).
001950     88  WS-EMPMSTR-OK                VALUE "00".
001960     88  WS-EMPMSTR-EOF               VALUE "10".
001970
001980 01  WS-RUNHIST-STATUS       PIC X(02).
001990     88  WS-RUNHIST-OK                VALUE "00".
002000     88  WS-RUNHIST-EOF               VALUE "10".
002010
002020 01  WS-TAXRPT-STATUS        PIC X(02).
002030     88  WS-TAXRPT-OK                 VALUE "00".
002040
002050 01  WS-W2EXTR-STATUS        PIC X(02).
002060     88  WS-W2EXTR-OK                 VALUE "00".
002070
002080 01  WS-YTDARCH-STATUS       PIC X(02).
002090     88  WS-YTDARCH-OK                VALUE "00".
002100     88  WS-YTDARCH-EOF               VALUE "10".
002110
002120 01  WS-SWITCHES.
002130     05  WS-YTD-EOF-SWITCH   PIC X(01)   VALUE "N".
002140         88  WS-YTD-AT-END               VALUE "Y".
002150     05  WS-EMP-EOF-SWITCH   PIC X(01)   VALUE "N".
002160         88  WS-EMP-AT-END               VALUE "Y".
002170     05  WS-HIST-EOF-SWITCH  PIC X(01)   VALUE "N".
002180         88  WS-HIST-AT-END              VALUE "Y".
002190     05  WS-NAME-FOUND-SWITCH PIC X(01)  VALUE "N".
002200         88  WS-NAME-FOUND               VALUE "Y".
002210     05  WS-ARCHIVE-MODE-SW  PIC X(01)   VALUE "N".
002220         88  ARCHIVE-MODE                VALUE "Y".
002230
002240*-----------------------------------------------------------*
002250* RUN DATE FOR REPORT HEADINGS                              *
002260*-----------------------------------------------------------*
002270 01  WS-SYSTEM-DATE.
002280     05  WS-SYSTEM-YYYY      PIC 9(04).
002290     05  WS-SYSTEM-MM        PIC 9(02).
002300     05  WS-SYSTEM-DD        PIC 9(02).
002310
002320 01  WS-RUN-DATE-DISPLAY     PIC X(10).
002330
002340*-----------------------------------------------------------*
002350* EMPLOYEE NAME TABLE - LOADED FROM EMPLOYEE-MASTER         *
002360*-----------------------------------------------------------*
002370 01  ENAME-COUNT             PIC 9(03)  COMP  VALUE ZERO.
002380 01  ENAME-IDX               PIC 9(03)  COMP  VALUE ZERO.
002390 01  ENAME-MAX-ENTRIES       PIC 9(03)  COMP  VALUE 500.
002400 01  ENAME-TABLE.
002410     05  ENAME-ENTRY         OCCURS 500 TIMES.
002420         10  EN-ID-NUMERIC       PIC 9(03).
002430         10  EN-NAME-ALPHA       PIC X(20).
002440
002450*-----------------------------------------------------------*
002460* GRAND TOTALS - YTD MASTER SIDE AND RUN HISTORY SIDE       *
002470*-----------------------------------------------------------*
002480 01  EMPLOYEE-YTD-COUNT      PIC 9(05) COMP VALUE ZERO.
002490 01  YTD-TOTAL-GROSS         PIC 9(11)V99   VALUE ZERO.
002500 01  YTD-TOTAL-TAX           PIC 9(11)V99   VALUE ZERO.
002510 01  YTD-TOTAL-NET           PIC 9(11)V99   VALUE ZERO.
002520 01  YTD-TOTAL-ER-FICA       PIC 9(11)V99   VALUE ZERO.
002530 01  YTD-TOTAL-FUTA          PIC 9(11)V99   VALUE ZERO.
002540 01  YTD-TOTAL-SUTA          PIC 9(11)V99   VALUE ZERO.
002550 01  YTD-TOTAL-FED-WAGES     PIC 9(11)V99   VALUE ZERO.
002560 01  YTD-TOTAL-FICA-WAGES    PIC 9(11)V99   VALUE ZERO.
002570 01  YTD-TOTAL-401K          PIC 9(11)V99   VALUE ZERO.
002580 01  YTD-TOTAL-S125          PIC 9(11)V99   VALUE ZERO.
002590 01  HIST-TOTAL-GROSS        PIC S9(11)V99  VALUE ZERO.
002600 01  HIST-TOTAL-TAX          PIC S9(11)V99  VALUE ZERO.
002610 01  HIST-TOTAL-NET          PIC S9(11)V99  VALUE ZERO.
002620
002630*-----------------------------------------------------------*
002640* TAX-REPORT PRINT LINES                                    *
002650*-----------------------------------------------------------*
002660 01  WS-941-HEADING.
002670     05  FILLER              PIC X(40)   VALUE
002680             "EMPLOYER QUARTERLY TAX SUMMARY (941)".
002690     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
002700     05  TH-RUN-DATE         PIC X(10).
002710     05  FILLER              PIC X(72)   VALUE SPACES.
002720
002730 01  WS-941-LINE.
002740     05  TL-LABEL            PIC X(30).
002750     05  TL-AMOUNT           PIC -ZZZZZZZZZ9.99.
002760     05  FILLER              PIC X(88)   VALUE SPACES.
002770
002780 01  WS-941-COUNT-LINE.
002790     05  FILLER              PIC X(30)   VALUE
002800             "EMPLOYEES WITH YTD WAGES".
002810     05  TCL-COUNT           PIC ZZZZZZZZZZZZZ9.
002820     05  FILLER              PIC X(88)   VALUE SPACES.
002830
002840 01  WS-BALANCE-HEADING.
002850     05  FILLER              PIC X(46)   VALUE
002860             "BALANCING - YTD MASTER VS RUN HISTORY TOTALS".
002870     05  FILLER              PIC X(86)   VALUE SPACES.
002880
002890 01  WS-BALANCE-COLUMN-LINE.
002900     05  FILLER              PIC X(30)   VALUE SPACES.
002910     05  FILLER              PIC X(14)   VALUE "YTD MASTER".
002920     05  FILLER              PIC X(14)   VALUE "RUN HISTORY".
002930     05  FILLER              PIC X(74)   VALUE SPACES.
002940
002950 01  WS-BALANCE-LINE.
002960     05  BL-LABEL            PIC X(30).
002970     05  BL-YTD-AMOUNT       PIC ZZZZZZZZZ9.99.
002980     05  FILLER              PIC X(01)   VALUE SPACES.
002990     05  BL-HIST-AMOUNT      PIC -ZZZZZZZZ9.99.
003000     05  FILLER              PIC X(75)   VALUE SPACES.
003010
003020 01  WS-IN-BALANCE-LINE.
003030     05  FILLER              PIC X(44)   VALUE
003040             "TOTALS IN BALANCE - OK TO FILE".
003050     05  FILLER              PIC X(88)   VALUE SPACES.
003060
003070 01  WS-OUT-BALANCE-LINE.
003080     05  FILLER              PIC X(44)   VALUE
003090             "*** TOTALS OUT OF BALANCE - DO NOT FILE ***".
003100     05  FILLER              PIC X(88)   VALUE SPACES.
003110
003120 01  WS-NO-NAME-LINE.
003130     05  FILLER              PIC X(24)   VALUE
003140             "YTD RECORD FOR EMP ID ".
003150     05  NNL-ID              PIC Z(3).
003160     05  FILLER              PIC X(36)   VALUE
003170             " HAS NO EMPLOYEE-MASTER NAME".
003180     05  FILLER              PIC X(69)   VALUE SPACES.
003190
003200 01  WS-BLANK-LINE           PIC X(132)  VALUE SPACES.
003210
003220*-----------------------------------------------------------*
003230* CURRENT EMPLOYEE WORKING FIELDS - FILLED FROM THE LIVE    *
003240* YTD-MASTER OR, IN ARCHIVE MODE, FROM YTD-ARCHIVE          *
003250*-----------------------------------------------------------*
003260 01  NAME-ALPHA              PIC X(20).
003270 01  CUR-ID-NUMERIC          PIC 9(03).
003280 01  CUR-YTD-GROSS           PIC 9(09)V99.
003290 01  CUR-YTD-TAX             PIC 9(09)V99.
003300 01  CUR-YTD-NET             PIC 9(09)V99.
003310 01  CUR-YTD-ER-FICA         PIC 9(09)V99.
003320 01  CUR-YTD-FUTA            PIC 9(09)V99.
003330 01  CUR-YTD-SUTA            PIC 9(09)V99.
003340 01  CUR-YTD-FED-WAGES        PIC 9(09)V99.
003350 01  CUR-YTD-FICA-WAGES      PIC 9(09)V99.
003360 01  CUR-YTD-401K            PIC 9(09)V99.
003370 01  CUR-YTD-S125            PIC 9(09)V99.
003380
003390 01  REPORT-YEAR-ALPHA       PIC X(04).
003400 01  REPORT-YEAR-NUM REDEFINES REPORT-YEAR-ALPHA
003410                             PIC 9(04).
003420
003430 01  WS-ARCHIVE-MODE-LINE.
003440     05  FILLER              PIC X(34)   VALUE
003450             "W-2 EXTRACT FROM ARCHIVE FOR YEAR ".
003460     05  AML-YEAR            PIC 9(04).
003470     05  FILLER              PIC X(94)   VALUE SPACES.
003480
003490*-----------------------------------------------------------*
003500* RUN-HISTORY TABLE AND REPORTING-QUARTER TOTALS            *
003510*-----------------------------------------------------------*
003520 01  HIST-REC-COUNT          PIC 9(03)  COMP  VALUE ZERO.
003530 01  HIST-IDX                PIC 9(03)  COMP  VALUE ZERO.
003540 01  HIST-MAX-ENTRIES        PIC 9(03)  COMP  VALUE 100.
003550 01  HIST-TABLE.
003560     05  HIST-ENTRY          OCCURS 100 TIMES.
003570         10  HT-PERIOD-END       PIC 9(08).
003580         10  HT-GROSS            PIC S9(09)V99.
003590         10  HT-TAX              PIC S9(09)V99.
003600 01  LATEST-PERIOD-END       PIC 9(08)     VALUE ZERO.
003610 01  LATEST-PERIOD-SPLIT REDEFINES LATEST-PERIOD-END.
003620     05  LPE-YYYY            PIC 9(04).
003630     05  LPE-MM              PIC 9(02).
003640     05  LPE-DD              PIC 9(02).
003650 01  WORK-PERIOD-END         PIC 9(08)     VALUE ZERO.
003660 01  WORK-PERIOD-SPLIT REDEFINES WORK-PERIOD-END.
003670     05  WPE-YYYY            PIC 9(04).
003680     05  WPE-MM              PIC 9(02).
003690     05  WPE-DD              PIC 9(02).
003700 01  REPORT-QUARTER          PIC 9(01)     VALUE ZERO.
003710 01  WORK-QUARTER            PIC 9(01)     VALUE ZERO.
003720 01  QTR-TOTAL-GROSS         PIC S9(11)V99 VALUE ZERO.
003730 01  QTR-TOTAL-TAX           PIC S9(11)V99 VALUE ZERO.
003740 01  WS-941-QUARTER-LINE.
003750     05  FILLER              PIC X(18)   VALUE
003760             "REPORTING QUARTER ".
003770     05  QL-QUARTER          PIC 9(01).
003780     05  FILLER              PIC X(01)   VALUE "/".
003790     05  QL-YEAR             PIC 9(04).
003800     05  FILLER              PIC X(108)  VALUE SPACES.
003810
003820 PROCEDURE DIVISION.
003830*-----------------------------------------------------------*
003840* 0000-MAINLINE                                              *
003850*-----------------------------------------------------------*
003860 0000-MAINLINE.
003870     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003880     PERFORM 2000-PROCESS-YTD THRU 2000-EXIT
003890         UNTIL WS-YTD-AT-END
003900     PERFORM 3000-TERMINATE THRU 3000-EXIT
003910     STOP RUN.
003920
003930*-----------------------------------------------------------*
003940* 1000-INITIALIZE                                            *
003950*-----------------------------------------------------------*
003960 1000-INITIALIZE.
003970     ACCEPT REPORT-YEAR-ALPHA
003980     IF REPORT-YEAR-NUM IS NUMERIC
003990         AND REPORT-YEAR-NUM > ZERO
004000         MOVE "Y" TO WS-ARCHIVE-MODE-SW
004010     END-IF
004020
004030     IF ARCHIVE-MODE
004040         OPEN INPUT YTD-ARCHIVE
004050         IF NOT WS-YTDARCH-OK
004060             DISPLAY "ERROR OPENING YTD-ARCHIVE, STATUS = "
004070                 WS-YTDARCH-STATUS
004080             MOVE "Y" TO WS-YTD-EOF-SWITCH
004090         END-IF
004100     ELSE
004110         OPEN INPUT YTD-MASTER
004120         IF NOT WS-YTDMSTR-OK
004130             DISPLAY "ERROR OPENING YTD-MASTER, STATUS = "
004140                 WS-YTDMSTR-STATUS
004150             MOVE "Y" TO WS-YTD-EOF-SWITCH
004160         END-IF
004170     END-IF
004180
004190     OPEN INPUT EMPLOYEE-MASTER
004200     IF NOT WS-EMPMSTR-OK
004210         DISPLAY "ERROR OPENING EMPLOYEE-MASTER, STATUS = "
004220             WS-EMPMSTR-STATUS
004230         MOVE "Y" TO WS-YTD-EOF-SWITCH
004240     ELSE
004250         PERFORM 1500-LOAD-EMPLOYEE-NAME THRU 1500-EXIT
004260             UNTIL WS-EMP-AT-END
004270         CLOSE EMPLOYEE-MASTER
004280     END-IF
004290
004300     IF NOT ARCHIVE-MODE
004310         OPEN INPUT RUN-HISTORY
004320         IF NOT WS-RUNHIST-OK
004330             DISPLAY "ERROR OPENING RUN-HISTORY, STATUS = "
004340                 WS-RUNHIST-STATUS
004350             MOVE "Y" TO WS-YTD-EOF-SWITCH
004360         ELSE
004370             PERFORM 1600-ACCUMULATE-RUNHIST THRU 1600-EXIT
004380                 UNTIL WS-HIST-AT-END
004390             CLOSE RUN-HISTORY
004400             PERFORM 1700-COMPUTE-QUARTER THRU 1700-EXIT
004410         END-IF
004420     END-IF
004430
004440     OPEN OUTPUT TAX-REPORT
004450     IF NOT WS-TAXRPT-OK
004460         DISPLAY "ERROR OPENING TAX-REPORT, STATUS = "
004470             WS-TAXRPT-STATUS
004480         MOVE "Y" TO WS-YTD-EOF-SWITCH
004490     END-IF
004500
004510     OPEN OUTPUT W2-EXTRACT
004520     IF NOT WS-W2EXTR-OK
004530         DISPLAY "ERROR OPENING W2-EXTRACT, STATUS = "
004540             WS-W2EXTR-STATUS
004550         MOVE "Y" TO WS-YTD-EOF-SWITCH
004560     END-IF
004570
004580     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
004590     STRING WS-SYSTEM-MM   DELIMITED BY SIZE
004600            "/"            DELIMITED BY SIZE
004610            WS-SYSTEM-DD   DELIMITED BY SIZE
004620            "/"            DELIMITED BY SIZE
004630            WS-SYSTEM-YYYY DELIMITED BY SIZE
004640         INTO WS-RUN-DATE-DISPLAY
004650     END-STRING
004660
004670     IF WS-TAXRPT-OK
004680         MOVE WS-RUN-DATE-DISPLAY TO TH-RUN-DATE
004690         WRITE TAX-REPORT-RECORD FROM WS-941-HEADING
004700         IF ARCHIVE-MODE
004710             MOVE REPORT-YEAR-NUM TO AML-YEAR
004720             WRITE TAX-REPORT-RECORD FROM WS-ARCHIVE-MODE-LINE
004730         END-IF
004740     END-IF
004750
004760     IF NOT WS-YTD-AT-END
004770         PERFORM 8000-READ-YTD THRU 8000-EXIT
004780     END-IF.
004790 1000-EXIT.
004800     EXIT.
004810
004820*-----------------------------------------------------------*
004830* 1500-LOAD-EMPLOYEE-NAME                                    *
004840*-----------------------------------------------------------*
004850 1500-LOAD-EMPLOYEE-NAME.
004860     READ EMPLOYEE-MASTER
004870         AT END
004880             MOVE "Y" TO WS-EMP-EOF-SWITCH
004890         NOT AT END
004900             IF ENAME-COUNT < ENAME-MAX-ENTRIES
004910                 ADD 1 TO ENAME-COUNT
004920                 MOVE EM-ID-NUMERIC TO
004930                     EN-ID-NUMERIC(ENAME-COUNT)
004940                 MOVE EM-NAME-ALPHA TO
004950                     EN-NAME-ALPHA(ENAME-COUNT)
004960             ELSE
004970                 DISPLAY "EMPLOYEE NAME TABLE FULL - EMPLOYEE "
004980                     EM-ID-NUMERIC " IGNORED"
004990             END-IF
005000     END-READ.
005010 1500-EXIT.
005020     EXIT.
005030
005040*-----------------------------------------------------------*
005050* 1600-ACCUMULATE-RUNHIST                                    *
005060*-----------------------------------------------------------*
005070 1600-ACCUMULATE-RUNHIST.
005080     READ RUN-HISTORY
005090         AT END
005100             MOVE "Y" TO WS-HIST-EOF-SWITCH
005110         NOT AT END
005120             ADD RH-TOTAL-GROSS TO HIST-TOTAL-GROSS
005130             ADD RH-TOTAL-TAX   TO HIST-TOTAL-TAX
005140             ADD RH-TOTAL-NET   TO HIST-TOTAL-NET
005150             IF HIST-REC-COUNT < HIST-MAX-ENTRIES
005160                 ADD 1 TO HIST-REC-COUNT
005170                 MOVE RH-PERIOD-END TO
005180                     HT-PERIOD-END(HIST-REC-COUNT)
005190                 MOVE RH-TOTAL-GROSS TO
005200                     HT-GROSS(HIST-REC-COUNT)
005210                 MOVE RH-TOTAL-TAX TO
005220                     HT-TAX(HIST-REC-COUNT)
005230             ELSE
005240                 DISPLAY "RUN-HISTORY TABLE FULL - QUARTER "
005250                     "TOTALS MAY BE UNDERSTATED"
005260             END-IF
005270             IF RH-PERIOD-END > LATEST-PERIOD-END
005280                 MOVE RH-PERIOD-END TO LATEST-PERIOD-END
005290             END-IF
005300     END-READ.
005310 1600-EXIT.
005320     EXIT.
005330
005340*-----------------------------------------------------------*
005350* 1700-COMPUTE-QUARTER - THE REPORTING QUARTER IS THE ONE    *
005360* CONTAINING THE LATEST PERIOD END ON RUN-HISTORY            *
005370*-----------------------------------------------------------*
005380 1700-COMPUTE-QUARTER.
005390     IF LATEST-PERIOD-END = ZERO
005400         GO TO 1700-EXIT
005410     END-IF
005420     COMPUTE REPORT-QUARTER = (LPE-MM + 2) / 3
005430     PERFORM 1750-SUM-QUARTER-ENTRY THRU 1750-EXIT
005440         VARYING HIST-IDX FROM 1 BY 1
005450         UNTIL HIST-IDX > HIST-REC-COUNT.
005460 1700-EXIT.
005470     EXIT.
005480
005490*-----------------------------------------------------------*
005500* 1750-SUM-QUARTER-ENTRY                                     *
005510*-----------------------------------------------------------*
005520 1750-SUM-QUARTER-ENTRY.
005530     MOVE HT-PERIOD-END(HIST-IDX) TO WORK-PERIOD-END
005540     COMPUTE WORK-QUARTER = (WPE-MM + 2) / 3
005550     IF WPE-YYYY = LPE-YYYY
005560         AND WORK-QUARTER = REPORT-QUARTER
005570         ADD HT-GROSS(HIST-IDX) TO QTR-TOTAL-GROSS
005580         ADD HT-TAX(HIST-IDX)   TO QTR-TOTAL-TAX
005590     END-IF.
005600 1750-EXIT.
005610     EXIT.
005620
005630*-----------------------------------------------------------*
005640* 2000-PROCESS-YTD                                           *
005650*-----------------------------------------------------------*
005660 2000-PROCESS-YTD.
005670     IF NOT ARCHIVE-MODE
005680         PERFORM 2100-FIND-EMPLOYEE-NAME THRU 2100-EXIT
005690         IF NOT WS-NAME-FOUND
005700             MOVE CUR-ID-NUMERIC TO NNL-ID
005710             WRITE TAX-REPORT-RECORD FROM WS-NO-NAME-LINE
005720         END-IF
005730     END-IF
005740
005750     ADD 1 TO EMPLOYEE-YTD-COUNT
005760     ADD CUR-YTD-GROSS TO YTD-TOTAL-GROSS
005770     ADD CUR-YTD-TAX   TO YTD-TOTAL-TAX
005780     ADD CUR-YTD-NET   TO YTD-TOTAL-NET
005790     ADD CUR-YTD-ER-FICA TO YTD-TOTAL-ER-FICA
005800     ADD CUR-YTD-FUTA    TO YTD-TOTAL-FUTA
005810     ADD CUR-YTD-SUTA    TO YTD-TOTAL-SUTA
005820     ADD CUR-YTD-FED-WAGES  TO YTD-TOTAL-FED-WAGES
005830     ADD CUR-YTD-FICA-WAGES TO YTD-TOTAL-FICA-WAGES
005840     ADD CUR-YTD-401K       TO YTD-TOTAL-401K
005850     ADD CUR-YTD-S125       TO YTD-TOTAL-S125
005860
005870     MOVE CUR-ID-NUMERIC TO W2-ID-NUMERIC
005880     MOVE NAME-ALPHA     TO W2-NAME-ALPHA
005890     MOVE CUR-YTD-GROSS  TO W2-YTD-GROSS
005900     MOVE CUR-YTD-TAX    TO W2-YTD-TAX
005910     MOVE CUR-YTD-NET    TO W2-YTD-NET
005920     MOVE CUR-YTD-FED-WAGES  TO W2-FED-WAGES
005930     MOVE CUR-YTD-FICA-WAGES TO W2-FICA-WAGES
005940     MOVE CUR-YTD-401K       TO W2-401K
005950     MOVE CUR-YTD-S125       TO W2-S125
005960     WRITE W2-EXTRACT-RECORD
005970
005980     PERFORM 8000-READ-YTD THRU 8000-EXIT.
005990 2000-EXIT.
006000     EXIT.
006010
006020*-----------------------------------------------------------*
006030* 2100-FIND-EMPLOYEE-NAME                                    *
006040*-----------------------------------------------------------*
006050 2100-FIND-EMPLOYEE-NAME.
006060     MOVE "N" TO WS-NAME-FOUND-SWITCH
006070     MOVE "NAME NOT ON MASTER" TO NAME-ALPHA
006080     PERFORM 2150-SCAN-NAME-TABLE THRU 2150-EXIT
006090         VARYING ENAME-IDX FROM 1 BY 1
006100         UNTIL ENAME-IDX > ENAME-COUNT
006110            OR WS-NAME-FOUND.
006120 2100-EXIT.
006130     EXIT.
006140
006150*-----------------------------------------------------------*
006160* 2150-SCAN-NAME-TABLE                                       *
006170*-----------------------------------------------------------*
006180 2150-SCAN-NAME-TABLE.
006190     IF EN-ID-NUMERIC(ENAME-IDX) = CUR-ID-NUMERIC
006200         MOVE EN-NAME-ALPHA(ENAME-IDX) TO NAME-ALPHA
006210         MOVE "Y" TO WS-NAME-FOUND-SWITCH
006220     END-IF.
006230 2150-EXIT.
006240     EXIT.
006250
006260*-----------------------------------------------------------*
006270* 3000-TERMINATE                                             *
006280*-----------------------------------------------------------*
006290 3000-TERMINATE.
006300     PERFORM 5000-WRITE-941-SUMMARY THRU 5000-EXIT
006310     IF ARCHIVE-MODE
006320         CLOSE YTD-ARCHIVE
006330     ELSE
006340         PERFORM 6000-WRITE-BALANCE-PAGE THRU 6000-EXIT
006350         CLOSE YTD-MASTER
006360     END-IF
006370     CLOSE TAX-REPORT
006380     CLOSE W2-EXTRACT.
006390 3000-EXIT.
006400     EXIT.
006410
006420*-----------------------------------------------------------*
006430* 5000-WRITE-941-SUMMARY                                     *
006440*-----------------------------------------------------------*
006450 5000-WRITE-941-SUMMARY.
006460     IF NOT ARCHIVE-MODE
006470         MOVE REPORT-QUARTER TO QL-QUARTER
006480         MOVE LPE-YYYY       TO QL-YEAR
006490         WRITE TAX-REPORT-RECORD FROM WS-941-QUARTER-LINE
006500         MOVE "QUARTER WAGES PAID"      TO TL-LABEL
006510         MOVE QTR-TOTAL-GROSS           TO TL-AMOUNT
006520         WRITE TAX-REPORT-RECORD FROM WS-941-LINE
006530         MOVE "QUARTER TAX WITHHELD"    TO TL-LABEL
006540         MOVE QTR-TOTAL-TAX             TO TL-AMOUNT
006550         WRITE TAX-REPORT-RECORD FROM WS-941-LINE
006560     END-IF
006570     MOVE EMPLOYEE-YTD-COUNT TO TCL-COUNT
006580     WRITE TAX-REPORT-RECORD FROM WS-941-COUNT-LINE
006590     MOVE "YTD WAGES PAID"          TO TL-LABEL
006600     MOVE YTD-TOTAL-GROSS           TO TL-AMOUNT
006610     WRITE TAX-REPORT-RECORD FROM WS-941-LINE
006620     MOVE "YTD TAX WITHHELD"        TO TL-LABEL
006630     MOVE YTD-TOTAL-TAX             TO TL-AMOUNT
006640     WRITE TAX-REPORT-RECORD FROM WS-941-LINE
006650     MOVE "YTD NET PAID"            TO TL-LABEL
006660     MOVE YTD-TOTAL-NET             TO TL-AMOUNT
006670     WRITE TAX-REPORT-RECORD FROM WS-941-LINE
006680     MOVE "YTD EMPLOYER FICA MATCH" TO TL-LABEL
006690     MOVE YTD-TOTAL-ER-FICA         TO TL-AMOUNT
006700     WRITE TAX-REPORT-RECORD FROM WS-941-LINE
006710     MOVE "YTD FUTA ACCRUED"        TO TL-LABEL
006720     MOVE YTD-TOTAL-FUTA            TO TL-AMOUNT
006730     WRITE TAX-REPORT-RECORD FROM WS-941-LINE
006740     MOVE "YTD SUTA ACCRUED"        TO TL-LABEL
006750     MOVE YTD-TOTAL-SUTA            TO TL-AMOUNT
006760     WRITE TAX-REPORT-RECORD FROM WS-941-LINE
006770     MOVE "YTD FEDERAL TAXABLE WAGES" TO TL-LABEL
006780     MOVE YTD-TOTAL-FED-WAGES       TO TL-AMOUNT
006790     WRITE TAX-REPORT-RECORD FROM WS-941-LINE
006800     MOVE "YTD FICA TAXABLE WAGES"  TO TL-LABEL
006810     MOVE YTD-TOTAL-FICA-WAGES      TO TL-AMOUNT
006820     WRITE TAX-REPORT-RECORD FROM WS-941-LINE
006830     MOVE "YTD 401(K) DEFERRALS"    TO TL-LABEL
006840     MOVE YTD-TOTAL-401K            TO TL-AMOUNT
006850     WRITE TAX-REPORT-RECORD FROM WS-941-LINE
006860     MOVE "YTD SECTION 125 DEDUCTIONS" TO TL-LABEL
006870     MOVE YTD-TOTAL-S125            TO TL-AMOUNT
006880     WRITE TAX-REPORT-RECORD FROM WS-941-LINE
006890     WRITE TAX-REPORT-RECORD FROM WS-BLANK-LINE.
006900 5000-EXIT.
006910     EXIT.
006920
006930*-----------------------------------------------------------*
006940* 6000-WRITE-BALANCE-PAGE                                    *
006950*-----------------------------------------------------------*
006960 6000-WRITE-BALANCE-PAGE.
006970     WRITE TAX-REPORT-RECORD FROM WS-BALANCE-HEADING
006980     WRITE TAX-REPORT-RECORD FROM WS-BALANCE-COLUMN-LINE
006990     MOVE "GROSS"           TO BL-LABEL
007000     MOVE YTD-TOTAL-GROSS   TO BL-YTD-AMOUNT
007010     MOVE HIST-TOTAL-GROSS  TO BL-HIST-AMOUNT
007020     WRITE TAX-REPORT-RECORD FROM WS-BALANCE-LINE
007030     MOVE "TAX"             TO BL-LABEL
007040     MOVE YTD-TOTAL-TAX     TO BL-YTD-AMOUNT
007050     MOVE HIST-TOTAL-TAX    TO BL-HIST-AMOUNT
007060     WRITE TAX-REPORT-RECORD FROM WS-BALANCE-LINE
007070     MOVE "NET"             TO BL-LABEL
007080     MOVE YTD-TOTAL-NET     TO BL-YTD-AMOUNT
007090     MOVE HIST-TOTAL-NET    TO BL-HIST-AMOUNT
007100     WRITE TAX-REPORT-RECORD FROM WS-BALANCE-LINE
007110
007120     IF YTD-TOTAL-GROSS = HIST-TOTAL-GROSS
007130         AND YTD-TOTAL-TAX = HIST-TOTAL-TAX
007140         AND YTD-TOTAL-NET = HIST-TOTAL-NET
007150         WRITE TAX-REPORT-RECORD FROM WS-IN-BALANCE-LINE
007160     ELSE
007170         WRITE TAX-REPORT-RECORD FROM WS-OUT-BALANCE-LINE
007180         DISPLAY "TAX REPORTING OUT OF BALANCE - YTD TOTALS DO "
007190             "NOT TIE TO RUN-HISTORY CONTROL TOTALS"
007200     END-IF.
007210 6000-EXIT.
007220     EXIT.
007230
007240*-----------------------------------------------------------*
007250* 8000-READ-YTD                                              *
007260*-----------------------------------------------------------*
007270 8000-READ-YTD.
007280     IF ARCHIVE-MODE
007290         PERFORM 8200-READ-ARCHIVE THRU 8200-EXIT
007300         GO TO 8000-EXIT
007310     END-IF
007320     READ YTD-MASTER
007330         AT END
007340             MOVE "Y" TO WS-YTD-EOF-SWITCH
007350         NOT AT END
007360             MOVE YM-ID-NUMERIC TO CUR-ID-NUMERIC
007370             MOVE YM-YTD-GROSS  TO CUR-YTD-GROSS
007380             MOVE YM-YTD-TAX    TO CUR-YTD-TAX
007390             MOVE YM-YTD-NET    TO CUR-YTD-NET
007400             MOVE YM-YTD-ER-FICA TO CUR-YTD-ER-FICA
007410             MOVE YM-YTD-FUTA   TO CUR-YTD-FUTA
007420             MOVE YM-YTD-SUTA   TO CUR-YTD-SUTA
007430             PERFORM 8100-MOVE-YTD-WAGES THRU 8100-EXIT
007440     END-READ.
007450 8000-EXIT.
007460     EXIT.
007470
007480*-----------------------------------------------------------*
007490* 8100-MOVE-YTD-WAGES - A YTD RECORD WRITTEN BEFORE THE      *
007500* TAXABLE WAGE BUCKETS WERE CARRIED HAS NO PRE-TAX HISTORY,  *
007510* SO ALL OF ITS GROSS WAS TAXABLE                            *
007520*-----------------------------------------------------------*
007530 8100-MOVE-YTD-WAGES.
007540     IF YM-YTD-FED-WAGES IS NUMERIC
007550         MOVE YM-YTD-FED-WAGES  TO CUR-YTD-FED-WAGES
007560     ELSE
007570         MOVE YM-YTD-GROSS      TO CUR-YTD-FED-WAGES
007580     END-IF
007590     IF YM-YTD-FICA-WAGES IS NUMERIC
007600         MOVE YM-YTD-FICA-WAGES TO CUR-YTD-FICA-WAGES
007610     ELSE
007620         MOVE YM-YTD-GROSS      TO CUR-YTD-FICA-WAGES
007630     END-IF
007640     IF YM-YTD-401K IS NUMERIC
007650         MOVE YM-YTD-401K       TO CUR-YTD-401K
007660     ELSE
007670         MOVE ZERO              TO CUR-YTD-401K
007680     END-IF
007690     IF YM-YTD-S125 IS NUMERIC
007700         MOVE YM-YTD-S125       TO CUR-YTD-S125
007710     ELSE
007720         MOVE ZERO              TO CUR-YTD-S125
007730     END-IF.
007740 8100-EXIT.
007750     EXIT.
007760
007770*-----------------------------------------------------------*
007780* 8200-READ-ARCHIVE - ARCHIVE RECORDS FOR OTHER YEARS ARE    *
007790* SKIPPED SO ONE REPORT COVERS EXACTLY ONE CLOSED YEAR       *
007800*-----------------------------------------------------------*
007810 8200-READ-ARCHIVE.
007820     READ YTD-ARCHIVE
007830         AT END
007840             MOVE "Y" TO WS-YTD-EOF-SWITCH
007850             GO TO 8200-EXIT
007860     END-READ
007870     IF YA-YEAR NOT = REPORT-YEAR-NUM
007880         GO TO 8200-READ-ARCHIVE
007890     END-IF
007900     MOVE YA-NAME-ALPHA TO NAME-ALPHA
007910     MOVE YA-ID-NUMERIC TO CUR-ID-NUMERIC
007920     MOVE YA-YTD-GROSS  TO CUR-YTD-GROSS
007930     MOVE YA-YTD-TAX    TO CUR-YTD-TAX
007940     MOVE YA-YTD-NET    TO CUR-YTD-NET
007950     MOVE YA-YTD-ER-FICA TO CUR-YTD-ER-FICA
007960     MOVE YA-YTD-FUTA   TO CUR-YTD-FUTA
007970     MOVE YA-YTD-SUTA   TO CUR-YTD-SUTA
007980     PERFORM 8250-MOVE-ARCHIVE-WAGES THRU 8250-EXIT.
007990 8200-EXIT.
008000     EXIT.
008010
008020*-----------------------------------------------------------*
008030* 8250-MOVE-ARCHIVE-WAGES - SAME DEFAULTS AS 8100 FOR YEARS  *
008040* ARCHIVED BEFORE THE TAXABLE WAGE BUCKETS WERE CARRIED      *
008050*-----------------------------------------------------------*
008060 8250-MOVE-ARCHIVE-WAGES.
008070     IF YA-YTD-FED-WAGES IS NUMERIC
008080         MOVE YA-YTD-FED-WAGES  TO CUR-YTD-FED-WAGES
008090     ELSE
008100         MOVE YA-YTD-GROSS      TO CUR-YTD-FED-WAGES
008110     END-IF
008120     IF YA-YTD-FICA-WAGES IS NUMERIC
008130         MOVE YA-YTD-FICA-WAGES TO CUR-YTD-FICA-WAGES
008140     ELSE
008150         MOVE YA-YTD-GROSS      TO CUR-YTD-FICA-WAGES
008160     END-IF
008170     IF YA-YTD-401K IS NUMERIC
008180         MOVE YA-YTD-401K       TO CUR-YTD-401K
008190     ELSE
008200         MOVE ZERO              TO CUR-YTD-401K
008210     END-IF
008220     IF YA-YTD-S125 IS NUMERIC
008230         MOVE YA-YTD-S125       TO CUR-YTD-S125
008240     ELSE
008250         MOVE ZERO              TO CUR-YTD-S125
008260     END-IF.
008270 8250-EXIT.
008280     EXIT.
008290
008300
008310
008320
