000350*                 (ARCHIVE OR YTD REOPEN FAILURE) NO LONGER  *
000360*                 MARKS THE YEAR CLOSED OR RESETS            *
000370*                 RUN-HISTORY.                               *
000380* 10/15/2026 RJH  EMPLOYEE-MASTER LAYOUT EXTENDED FOR THE W-4 *
000390*                 WITHHOLDING FIELDS. MEMBER RESEQUENCED.    *
000400* 10/15/2026 RJH  YTD-MASTER AND ARCHIVE LAYOUTS EXTENDED    *
000410*                 FOR THE FEDERAL AND FICA TAXABLE WAGE AND  *
000420*                 PRE-TAX BUCKETS, ARCHIVED AND ZEROED WITH  *
000430*                 THE OTHERS. MEMBER RESEQUENCED.            *
000440* 10/15/2026 RJH  RUN-HISTORY LAYOUT EXTENDED FOR THE        *
000450*                 SEPARATE FEDERAL, FICA, FUTA, AND SUTA     *
000460*                 TOTALS. MEMBER RESEQUENCED.                *
000470*-----------------------------------------------------------*
000480
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-370.
000520 OBJECT-COMPUTER. IBM-370.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT YTD-MASTER ASSIGN TO YTDMSTR
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS YM-ID-NUMERIC
000590         FILE STATUS IS WS-YTDMSTR-STATUS.
000600
000610     SELECT RUN-HISTORY ASSIGN TO RUNHIST
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RUNHIST-STATUS.
000640
000650     SELECT EMPLOYEE-MASTER ASSIGN TO EMPMSTR
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-EMPMSTR-STATUS.
000680
000690     SELECT YTD-ARCHIVE ASSIGN TO YTDARCH
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-YTDARCH-STATUS.
000720
000730     SELECT CLOSE-CONTROL ASSIGN TO YECTL
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-YECTL-STATUS.
000760
000770     SELECT CLOSE-REPORT ASSIGN TO YERPT
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-YERPT-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  YTD-MASTER.
000840 01  YTD-MASTER-RECORD.
000850     05  YM-ID-NUMERIC       PIC 9(03).
000860     05  YM-YTD-GROSS        PIC 9(09)V99.
000870     05  YM-YTD-TAX          PIC 9(09)V99.
000880     05  YM-YTD-NET          PIC 9(09)V99.
000890     05  YM-YTD-ER-FICA      PIC 9(09)V99.
000900     05  YM-YTD-FUTA         PIC 9(09)V99.
000910     05  YM-YTD-SUTA         PIC 9(09)V99.
000920     05  YM-YTD-FED-WAGES    PIC 9(09)V99.
000930     05  YM-YTD-FICA-WAGES   PIC 9(09)V99.
000940     05  YM-YTD-401K         PIC 9(09)V99.
000950     05  YM-YTD-S125         PIC 9(09)V99.
000960
000970 FD  RUN-HISTORY
000980     RECORDING MODE IS F.
000990 01  RUN-HISTORY-RECORD.
001000     05  RH-RUN-DATE         PIC 9(08).
001010     05  RH-CYCLE-CODE       PIC X(01).
001020     05  RH-PERIOD-END       PIC 9(08).
001030     05  RH-EMPLOYEE-COUNT   PIC 9(05).
001040     05  RH-EXCEPTION-COUNT  PIC 9(05).
001050     05  RH-TOTAL-GROSS      PIC S9(09)V99
001060                             SIGN LEADING SEPARATE.
001070     05  RH-TOTAL-TAX        PIC S9(09)V99
001080                             SIGN LEADING SEPARATE.
001090     05  RH-TOTAL-NET        PIC S9(09)V99
001100                             SIGN LEADING SEPARATE.
001110     05  RH-TOTAL-FEDERAL    PIC S9(09)V99
001120                             SIGN LEADING SEPARATE.
001130     05  RH-TOTAL-EE-FICA    PIC S9(09)V99
001140                             SIGN LEADING SEPARATE.
001150     05  RH-TOTAL-ER-FICA    PIC S9(09)V99
001160                             SIGN LEADING SEPARATE.
001170     05  RH-TOTAL-FUTA       PIC S9(09)V99
001180                             SIGN LEADING SEPARATE.
001190     05  RH-TOTAL-SUTA       PIC S9(09)V99
001200                             SIGN LEADING SEPARATE.
001210
001220 FD  EMPLOYEE-MASTER
001230     RECORDING MODE IS F.
001240 01  EMPLOYEE-MASTER-RECORD.
001250     05  EM-ID-NUMERIC       PIC 9(03).
001260     05  EM-NAME-ALPHA       PIC X(20).
001270     05  FILLER              PIC X(57).
001280
001290 FD  YTD-ARCHIVE
001300     RECORDING MODE IS F.
001310 01  YTD-ARCHIVE-RECORD.
001320     05  YA-YEAR             PIC 9(04).
001330     05  YA-ID-NUMERIC       PIC 9(03).
001340     05  YA-NAME-ALPHA       PIC X(20).
001350     05  YA-YTD-GROSS        PIC 9(09)V99.
001360     05  YA-YTD-TAX          PIC 9(09)V99.
001370     05  YA-YTD-NET          PIC 9(09)V99.
001380     05  YA-YTD-ER-FICA      PIC 9(09)V99.
001390     05  YA-YTD-FUTA         PIC 9(09)V99.
001400     05  YA-YTD-SUTA         PIC 9(09)V99.
001410     05  YA-YTD-FED-WAGES    PIC 9(09)V99.
001420     05  YA-YTD-FICA-WAGES   PIC 9(09)V99.
001430     05  YA-YTD-401K         PIC 9(09)V99.
001440     05  YA-YTD-S125         PIC 9(09)V99.
001450
001460 FD  CLOSE-CONTROL
001470     RECORDING MODE IS F.
001480 01  CLOSE-CONTROL-RECORD.
001490     05  CC-LAST-CLOSED-YEAR PIC 9(04).
001500     05  CC-CLOSED-DATE      PIC 9(08).
001510
001520 FD  CLOSE-REPORT
001530     RECORDING MODE IS F.
001540 01  CLOSE-REPORT-RECORD     PIC X(132).
001550
001560 WORKING-STORAGE SECTION.
001570*-----------------------------------------------------------*
001580* FILE STATUS SWITCHES                                      *
001590*-----------------------------------------------------------*
001600 01  WS-YTDMSTR-STATUS       PIC X(02).
001610     88  WS-YTDMSTR-OK                VALUE "00".
001620     88  WS-YTDMSTR-EOF               VALUE "10".
001630
001640 01  WS-RUNHIST-STATUS       PIC X(02).
001650     88  WS-RUNHIST-OK                VALUE "00".
001660     88  WS-RUNHIST-EOF               VALUE "10".
001670
001680 01  WS-EMPMSTR-STATUS       PIC X(02).
001690     88  WS-EMPMSTR-OK                VALUE "00".
001700     88  WS-EMPMSTR-EOF               VALUE "10".
001710
001720 01  WS-YTDARCH-STATUS       PIC X(02).
001730     88  WS-YTDARCH-OK                VALUE "00".
001740     88  WS-YTDARCH-FILE-MISSING      VALUE "35".
001750
001760 01  WS-YECTL-STATUS         PIC X(02).
001770     88  WS-YECTL-OK                  VALUE "00".
001780     88  WS-YECTL-FILE-MISSING        VALUE "35".
001790
001800 01  WS-YERPT-STATUS         PIC X(02).
001810     88  WS-YERPT-OK                  VALUE "00".
001820
001830 01  WS-SWITCHES.
001840     05  WS-CLOSE-OK-SWITCH  PIC X(01)   VALUE "Y".
001850         88  CLOSE-AUTHORIZED            VALUE "Y".
001860     05  WS-YTD-EOF-SWITCH   PIC X(01)   VALUE "N".
001870         88  WS-YTD-AT-END               VALUE "Y".
001880     05  WS-HIST-EOF-SWITCH  PIC X(01)   VALUE "N".
001890         88  WS-HIST-AT-END              VALUE "Y".
001900     05  WS-EMP-EOF-SWITCH   PIC X(01)   VALUE "N".
001910         88  WS-EMP-AT-END               VALUE "Y".
001920     05  WS-NAME-FOUND-SWITCH PIC X(01)  VALUE "N".
001930         88  WS-NAME-FOUND               VALUE "Y".
001940
001950*-----------------------------------------------------------*
001960* RUN DATE AND THE YEAR BEING CLOSED (FROM SYSIN)           *
001970*-----------------------------------------------------------*
001980 01  WS-SYSTEM-DATE.
001990     05  WS-SYSTEM-YYYY      PIC 9(04).
002000     05  WS-SYSTEM-MM        PIC 9(02).
002010     05  WS-SYSTEM-DD        PIC 9(02).
002020
002030 01  WS-RUN-DATE-DISPLAY     PIC X(10).
002040
002050 01  CLOSE-YEAR-ALPHA        PIC X(04).
002060 01  CLOSE-YEAR-NUM REDEFINES CLOSE-YEAR-ALPHA
002070                             PIC 9(04).
002080 01  LAST-CLOSED-YEAR        PIC 9(04)     VALUE ZERO.
002090
002100*-----------------------------------------------------------*
002110* VERIFICATION TOTALS - YTD MASTER SIDE AND RUN HISTORY     *
002120* SIDE FOR THE YEAR BEING CLOSED                            *
002130*-----------------------------------------------------------*
002140 01  EMPLOYEE-YTD-COUNT      PIC 9(05) COMP VALUE ZERO.
002150 01  EMPLOYEES-ARCHIVED      PIC 9(05) COMP VALUE ZERO.
002160 01  YTD-TOTAL-GROSS         PIC 9(11)V99   VALUE ZERO.
002170 01  YTD-TOTAL-TAX           PIC 9(11)V99   VALUE ZERO.
002180 01  YTD-TOTAL-NET           PIC 9(11)V99   VALUE ZERO.
002190 01  HIST-TOTAL-GROSS        PIC S9(11)V99  VALUE ZERO.
002200 01  HIST-TOTAL-TAX          PIC S9(11)V99  VALUE ZERO.
002210 01  HIST-TOTAL-NET          PIC S9(11)V99  VALUE ZERO.
002220 01  HIST-OTHER-YEAR-COUNT   PIC 9(05) COMP VALUE ZERO.
002230
002240*-----------------------------------------------------------*
002250* EMPLOYEE NAME TABLE - LOADED FROM EMPLOYEE-MASTER SO THE  *
002260* ARCHIVE CARRIES THE NAME AS OF CLOSE TIME                 *
002270*-----------------------------------------------------------*
002280 01  ENAME-COUNT             PIC 9(03)  COMP  VALUE ZERO.
002290 01  ENAME-IDX               PIC 9(03)  COMP  VALUE ZERO.
002300 01  ENAME-MAX-ENTRIES       PIC 9(03)  COMP  VALUE 500.
002310 01  ENAME-TABLE.
002320     05  ENAME-ENTRY         OCCURS 500 TIMES.
002330         10  EN-ID-NUMERIC       PIC 9(03).
002340         10  EN-NAME-ALPHA       PIC X(20).
002350 01  NAME-ALPHA              PIC X(20).
002360 01  WORK-PERIOD-END         PIC 9(08)     VALUE ZERO.
002370 01  WORK-PERIOD-SPLIT REDEFINES WORK-PERIOD-END.
002380     05  WPE-YYYY            PIC 9(04).
002390     05  WPE-MM              PIC 9(02).
002400     05  WPE-DD              PIC 9(02).
002410
002420*-----------------------------------------------------------*
002430* CLOSE-REPORT PRINT LINES                                  *
002440*-----------------------------------------------------------*
002450 01  WS-REPORT-HEADING.
002460     05  FILLER              PIC X(32)   VALUE
002470             "PAYROLL YEAR-END CLOSE".
002480     05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
002490     05  RH-RUN-DATE-DISP    PIC X(10).
002500     05  FILLER              PIC X(14)   VALUE "  CLOSE YEAR: ".
002510     05  RH-CLOSE-YEAR       PIC 9(04).
002520     05  FILLER              PIC X(62)   VALUE SPACES.
002530
002540 01  WS-BALANCE-COLUMN-LINE.
002550     05  FILLER              PIC X(30)   VALUE SPACES.
002560     05  FILLER              PIC X(14)   VALUE "YTD MASTER".
002570     05  FILLER              PIC X(14)   VALUE "RUN HISTORY".
002580     05  FILLER              PIC X(74)   VALUE SPACES.
002590
002600 01  WS-BALANCE-LINE.
002610     05  BL-LABEL            PIC X(30).
002620     05  BL-YTD-AMOUNT       PIC ZZZZZZZZZ9.99.
002630     05  FILLER              PIC X(01)   VALUE SPACES.
002640     05  BL-HIST-AMOUNT      PIC -ZZZZZZZZ9.99.
002650     05  FILLER              PIC X(75)   VALUE SPACES.
002660
002670 01  WS-CLOSED-LINE.
002680     05  FILLER              PIC X(05)   VALUE "YEAR ".
002690     05  CL-YEAR             PIC 9(04).
002700     05  FILLER              PIC X(10)   VALUE " CLOSED - ".
002710     05  CL-COUNT            PIC ZZZZ9.
002720     05  FILLER              PIC X(40)   VALUE
002730             " EMPLOYEE RECORDS ARCHIVED AND RESET".
002740     05  FILLER              PIC X(68)   VALUE SPACES.
002750
002760 01  WS-REFUSED-LINE.
002770     05  FILLER              PIC X(26)   VALUE
002780             "*** CLOSE REFUSED - ".
002790     05  RF-REASON           PIC X(50).
002800     05  FILLER              PIC X(52)   VALUE " ***".
002810
002820 01  WS-BLANK-LINE           PIC X(132)  VALUE SPACES.
002830
002840 PROCEDURE DIVISION.
002850*-----------------------------------------------------------*
002860* 0000-MAINLINE                                              *
002870*-----------------------------------------------------------*
002880 0000-MAINLINE.
002890     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002900     IF CLOSE-AUTHORIZED
002910         PERFORM 2000-ACCUMULATE-YTD THRU 2000-EXIT
002920             UNTIL WS-YTD-AT-END
002930         PERFORM 2500-VERIFY-TOTALS THRU 2500-EXIT
002940     END-IF
002950     IF CLOSE-AUTHORIZED
002960         PERFORM 3000-ARCHIVE-AND-RESET THRU 3000-EXIT
002970     END-IF
002980     IF CLOSE-AUTHORIZED
002990         PERFORM 3500-UPDATE-CLOSE-CONTROL THRU 3500-EXIT
003000         PERFORM 3600-RESET-RUN-HISTORY THRU 3600-EXIT
003010         MOVE CLOSE-YEAR-NUM TO CL-YEAR
003020         MOVE EMPLOYEES-ARCHIVED TO CL-COUNT
003030         WRITE CLOSE-REPORT-RECORD FROM WS-CLOSED-LINE
003040     END-IF
003050     PERFORM 9000-TERMINATE THRU 9000-EXIT
003060     STOP RUN.
003070
003080*-----------------------------------------------------------*
003090* 1000-INITIALIZE - THE YEAR TO CLOSE COMES IN ON SYSIN AND  *
003100* MUST BE LATER THAN THE LAST YEAR ALREADY CLOSED            *
003110*-----------------------------------------------------------*
003120 1000-INITIALIZE.
003130     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
003140     STRING WS-SYSTEM-MM   DELIMITED BY SIZE
003150            "/"            DELIMITED BY SIZE
003160            WS-SYSTEM-DD   DELIMITED BY SIZE
003170            "/"            DELIMITED BY SIZE
003180            WS-SYSTEM-YYYY DELIMITED BY SIZE
003190         INTO WS-RUN-DATE-DISPLAY
003200     END-STRING
003210
003220     OPEN OUTPUT CLOSE-REPORT
003230     IF NOT WS-YERPT-OK
003240         DISPLAY "ERROR OPENING CLOSE-REPORT, STATUS = "
003250             WS-YERPT-STATUS
003260         MOVE "N" TO WS-CLOSE-OK-SWITCH
003270         GO TO 1000-EXIT
003280     END-IF
003290
003300     ACCEPT CLOSE-YEAR-ALPHA
003310     IF CLOSE-YEAR-NUM IS NOT NUMERIC
003320         OR CLOSE-YEAR-NUM = ZERO
003330         MOVE "CLOSE YEAR PARAMETER MISSING OR NOT NUMERIC"
003340             TO RF-REASON
003350         PERFORM 8500-REFUSE-CLOSE THRU 8500-EXIT
003360         GO TO 1000-EXIT
003370     END-IF
003380
003390     MOVE WS-RUN-DATE-DISPLAY TO RH-RUN-DATE-DISP
003400     MOVE CLOSE-YEAR-NUM      TO RH-CLOSE-YEAR
003410     WRITE CLOSE-REPORT-RECORD FROM WS-REPORT-HEADING
003420
003430     PERFORM 1100-CHECK-CLOSE-CONTROL THRU 1100-EXIT
003440     IF NOT CLOSE-AUTHORIZED
003450         GO TO 1000-EXIT
003460     END-IF
003470
003480     OPEN INPUT YTD-MASTER
003490     IF NOT WS-YTDMSTR-OK
003500         DISPLAY "ERROR OPENING YTD-MASTER, STATUS = "
003510             WS-YTDMSTR-STATUS
003520         MOVE "CANNOT OPEN YTD-MASTER" TO RF-REASON
003530         PERFORM 8500-REFUSE-CLOSE THRU 8500-EXIT
003540         GO TO 1000-EXIT
003550     END-IF
003560
003570     OPEN INPUT RUN-HISTORY
003580     IF NOT WS-RUNHIST-OK
003590         DISPLAY "ERROR OPENING RUN-HISTORY, STATUS = "
003600             WS-RUNHIST-STATUS
003610         MOVE "CANNOT OPEN RUN-HISTORY" TO RF-REASON
003620         PERFORM 8500-REFUSE-CLOSE THRU 8500-EXIT
003630         GO TO 1000-EXIT
003640     END-IF
003650     PERFORM 1600-ACCUMULATE-RUNHIST THRU 1600-EXIT
003660         UNTIL WS-HIST-AT-END
003670     CLOSE RUN-HISTORY
003680
003690     OPEN INPUT EMPLOYEE-MASTER
003700     IF NOT WS-EMPMSTR-OK
003710         DISPLAY "ERROR OPENING EMPLOYEE-MASTER, STATUS = "
003720             WS-EMPMSTR-STATUS " - ARCHIVE NAMES WILL BE "
003730             "MISSING"
003740     ELSE
003750         PERFORM 1500-LOAD-EMPLOYEE-NAME THRU 1500-EXIT
003760             UNTIL WS-EMP-AT-END
003770         CLOSE EMPLOYEE-MASTER
003780     END-IF.
003790 1000-EXIT.
003800     EXIT.
003810
003820*-----------------------------------------------------------*
003830* 1500-LOAD-EMPLOYEE-NAME                                    *
003840*-----------------------------------------------------------*
003850 1500-LOAD-EMPLOYEE-NAME.
003860     READ EMPLOYEE-MASTER
003870         AT END
003880             MOVE "Y" TO WS-EMP-EOF-SWITCH
003890         NOT AT END
003900             IF ENAME-COUNT < ENAME-MAX-ENTRIES
003910                 ADD 1 TO ENAME-COUNT
003920                 MOVE EM-ID-NUMERIC TO
003930                     EN-ID-NUMERIC(ENAME-COUNT)
003940                 MOVE EM-NAME-ALPHA TO
003950                     EN-NAME-ALPHA(ENAME-COUNT)
003960             ELSE
003970                 DISPLAY "EMPLOYEE NAME TABLE FULL - EMPLOYEE "
003980                     EM-ID-NUMERIC " IGNORED"
003990             END-IF
004000     END-READ.
004010 1500-EXIT.
004020     EXIT.
004030
004040*-----------------------------------------------------------*
004050* 1100-CHECK-CLOSE-CONTROL - A MISSING CONTROL FILE MEANS NO *
004060* YEAR HAS EVER BEEN CLOSED; A CLOSE FOR A YEAR ALREADY ON   *
004070* THE CONTROL RECORD IS REFUSED                              *
004080*-----------------------------------------------------------*
004090 1100-CHECK-CLOSE-CONTROL.
004100     OPEN INPUT CLOSE-CONTROL
004110     IF WS-YECTL-FILE-MISSING
004120         MOVE ZERO TO LAST-CLOSED-YEAR
004130         GO TO 1100-EXIT
004140     END-IF
004150     IF NOT WS-YECTL-OK
004160         DISPLAY "ERROR OPENING CLOSE-CONTROL, STATUS = "
004170             WS-YECTL-STATUS
004180         MOVE "CANNOT OPEN CLOSE-CONTROL" TO RF-REASON
004190         PERFORM 8500-REFUSE-CLOSE THRU 8500-EXIT
004200         GO TO 1100-EXIT
004210     END-IF
004220     READ CLOSE-CONTROL
004230         AT END
004240             MOVE ZERO TO LAST-CLOSED-YEAR
004250         NOT AT END
004260             MOVE CC-LAST-CLOSED-YEAR TO LAST-CLOSED-YEAR
004270     END-READ
004280     CLOSE CLOSE-CONTROL
004290     IF CLOSE-YEAR-NUM NOT > LAST-CLOSED-YEAR
004300         MOVE "YEAR ALREADY CLOSED" TO RF-REASON
004310         PERFORM 8500-REFUSE-CLOSE THRU 8500-EXIT
004320     END-IF.
004330 1100-EXIT.
004340     EXIT.
004350
004360*-----------------------------------------------------------*
004370* 1600-ACCUMULATE-RUNHIST - ONLY RECORDS WHOSE PERIOD END    *
004380* FALLS IN THE CLOSE YEAR COUNT TOWARD THE VERIFICATION      *
004390*-----------------------------------------------------------*
004400 1600-ACCUMULATE-RUNHIST.
004410     READ RUN-HISTORY
004420         AT END
004430             MOVE "Y" TO WS-HIST-EOF-SWITCH
004440         NOT AT END
004450             MOVE RH-PERIOD-END TO WORK-PERIOD-END
004460             IF WPE-YYYY = CLOSE-YEAR-NUM
004470                 ADD RH-TOTAL-GROSS TO HIST-TOTAL-GROSS
004480                 ADD RH-TOTAL-TAX   TO HIST-TOTAL-TAX
004490                 ADD RH-TOTAL-NET   TO HIST-TOTAL-NET
004500             ELSE
004510                 ADD 1 TO HIST-OTHER-YEAR-COUNT
004520             END-IF
004530     END-READ.
004540 1600-EXIT.
004550     EXIT.
004560
004570*-----------------------------------------------------------*
004580* 2000-ACCUMULATE-YTD - PASS 1: TOTAL THE LIVE FILE, TOUCH   *
004590* NOTHING                                                    *
004600*-----------------------------------------------------------*
004610 2000-ACCUMULATE-YTD.
004620     READ YTD-MASTER
004630         AT END
004640             MOVE "Y" TO WS-YTD-EOF-SWITCH
004650         NOT AT END
004660             ADD 1 TO EMPLOYEE-YTD-COUNT
004670             ADD YM-YTD-GROSS TO YTD-TOTAL-GROSS
004680             ADD YM-YTD-TAX   TO YTD-TOTAL-TAX
004690             ADD YM-YTD-NET   TO YTD-TOTAL-NET
004700     END-READ.
004710 2000-EXIT.
004720     EXIT.
004730
004740*-----------------------------------------------------------*
004750* 2500-VERIFY-TOTALS - THE LIVE YTD TOTALS MUST TIE TO THE   *
004760* RUN-HISTORY TOTALS FOR THE CLOSE YEAR OR NOTHING IS        *
004770* ARCHIVED OR RESET                                          *
004780*-----------------------------------------------------------*
004790 2500-VERIFY-TOTALS.
004800     CLOSE YTD-MASTER
004810     WRITE CLOSE-REPORT-RECORD FROM WS-BALANCE-COLUMN-LINE
004820     MOVE "GROSS"           TO BL-LABEL
004830     MOVE YTD-TOTAL-GROSS   TO BL-YTD-AMOUNT
004840     MOVE HIST-TOTAL-GROSS  TO BL-HIST-AMOUNT
004850     WRITE CLOSE-REPORT-RECORD FROM WS-BALANCE-LINE
004860     MOVE "TAX"             TO BL-LABEL
004870     MOVE YTD-TOTAL-TAX     TO BL-YTD-AMOUNT
004880     MOVE HIST-TOTAL-TAX    TO BL-HIST-AMOUNT
004890     WRITE CLOSE-REPORT-RECORD FROM WS-BALANCE-LINE
004900     MOVE "NET"             TO BL-LABEL
004910     MOVE YTD-TOTAL-NET     TO BL-YTD-AMOUNT
004920     MOVE HIST-TOTAL-NET    TO BL-HIST-AMOUNT
004930     WRITE CLOSE-REPORT-RECORD FROM WS-BALANCE-LINE
004940
004950     IF HIST-OTHER-YEAR-COUNT > ZERO
004960         DISPLAY "WARNING - " HIST-OTHER-YEAR-COUNT
004970             " RUN-HISTORY RECORD(S) ARE NOT FOR YEAR "
004980             CLOSE-YEAR-NUM
004990     END-IF
005000
005010     IF YTD-TOTAL-GROSS NOT = HIST-TOTAL-GROSS
005020         OR YTD-TOTAL-TAX NOT = HIST-TOTAL-TAX
005030         OR YTD-TOTAL-NET NOT = HIST-TOTAL-NET
005040         MOVE "YTD TOTALS DO NOT TIE TO RUN-HISTORY"
005050             TO RF-REASON
005060         PERFORM 8500-REFUSE-CLOSE THRU 8500-EXIT
005070     END-IF.
005080 2500-EXIT.
005090     EXIT.
005100
005110*-----------------------------------------------------------*
005120* 3000-ARCHIVE-AND-RESET - PASS 2: EVERY LIVE RECORD GOES TO *
005130* THE ARCHIVE UNDER THE CLOSE YEAR, THEN ITS BUCKETS ARE     *
005140* ZEROED FOR THE NEW YEAR                                    *
005150*-----------------------------------------------------------*
005160 3000-ARCHIVE-AND-RESET.
005170     OPEN EXTEND YTD-ARCHIVE
005180     IF WS-YTDARCH-FILE-MISSING
005190         OPEN OUTPUT YTD-ARCHIVE
005200     END-IF
005210     IF NOT WS-YTDARCH-OK
005220         DISPLAY "ERROR OPENING YTD-ARCHIVE, STATUS = "
005230             WS-YTDARCH-STATUS
005240         MOVE "CANNOT OPEN YTD-ARCHIVE" TO RF-REASON
005250         PERFORM 8500-REFUSE-CLOSE THRU 8500-EXIT
005260         GO TO 3000-EXIT
005270     END-IF
005280
005290     OPEN I-O YTD-MASTER
005300     IF NOT WS-YTDMSTR-OK
005310         DISPLAY "ERROR REOPENING YTD-MASTER, STATUS = "
005320             WS-YTDMSTR-STATUS
005330         MOVE "CANNOT REOPEN YTD-MASTER" TO RF-REASON
005340         PERFORM 8500-REFUSE-CLOSE THRU 8500-EXIT
005350         CLOSE YTD-ARCHIVE
005360         GO TO 3000-EXIT
005370     END-IF
005380
005390     MOVE "N" TO WS-YTD-EOF-SWITCH
005400     PERFORM 3100-ARCHIVE-ONE THRU 3100-EXIT
005410         UNTIL WS-YTD-AT-END
005420     CLOSE YTD-MASTER
005430     CLOSE YTD-ARCHIVE.
005440 3000-EXIT.
005450     EXIT.
005460
005470*-----------------------------------------------------------*
005480* 3100-ARCHIVE-ONE                                           *
005490*-----------------------------------------------------------*
005500 3100-ARCHIVE-ONE.
005510     READ YTD-MASTER
005520         AT END
005530             MOVE "Y" TO WS-YTD-EOF-SWITCH
005540             GO TO 3100-EXIT
005550     END-READ
005560
005570     MOVE CLOSE-YEAR-NUM TO YA-YEAR
005580     MOVE YM-ID-NUMERIC  TO YA-ID-NUMERIC
005590     PERFORM 3150-FIND-EMPLOYEE-NAME THRU 3150-EXIT
005600     MOVE NAME-ALPHA     TO YA-NAME-ALPHA
005610     MOVE YM-YTD-GROSS   TO YA-YTD-GROSS
005620     MOVE YM-YTD-TAX     TO YA-YTD-TAX
005630     MOVE YM-YTD-NET     TO YA-YTD-NET
005640     MOVE YM-YTD-ER-FICA TO YA-YTD-ER-FICA
005650     MOVE YM-YTD-FUTA    TO YA-YTD-FUTA
005660     MOVE YM-YTD-SUTA    TO YA-YTD-SUTA
005670     IF YM-YTD-FED-WAGES IS NUMERIC
005680         MOVE YM-YTD-FED-WAGES  TO YA-YTD-FED-WAGES
005690         MOVE YM-YTD-FICA-WAGES TO YA-YTD-FICA-WAGES
005700         MOVE YM-YTD-401K       TO YA-YTD-401K
005710         MOVE YM-YTD-S125       TO YA-YTD-S125
005720     ELSE
005730         MOVE YM-YTD-GROSS      TO YA-YTD-FED-WAGES
005740         MOVE YM-YTD-GROSS      TO YA-YTD-FICA-WAGES
005750         MOVE ZERO              TO YA-YTD-401K
005760         MOVE ZERO              TO YA-YTD-S125
005770     END-IF
005780     WRITE YTD-ARCHIVE-RECORD
005790
005800     MOVE ZERO TO YM-YTD-GROSS
005810     MOVE ZERO TO YM-YTD-TAX
005820     MOVE ZERO TO YM-YTD-NET
005830     MOVE ZERO TO YM-YTD-ER-FICA
005840     MOVE ZERO TO YM-YTD-FUTA
005850     MOVE ZERO TO YM-YTD-SUTA
005860     MOVE ZERO TO YM-YTD-FED-WAGES
005870     MOVE ZERO TO YM-YTD-FICA-WAGES
005880     MOVE ZERO TO YM-YTD-401K
005890     MOVE ZERO TO YM-YTD-S125
005900     REWRITE YTD-MASTER-RECORD
005910     ADD 1 TO EMPLOYEES-ARCHIVED.
005920 3100-EXIT.
005930     EXIT.
005940
005950*-----------------------------------------------------------*
005960* 3150-FIND-EMPLOYEE-NAME - AN EMPLOYEE ALREADY OFF THE     *
005970* MASTER (TERMINATED DURING THE YEAR) ARCHIVES WITH THE     *
005980* NOT-ON-MASTER TAG                                         *
005990*-----------------------------------------------------------*
006000 3150-FIND-EMPLOYEE-NAME.
006010     MOVE "N" TO WS-NAME-FOUND-SWITCH
006020     MOVE "NAME NOT ON MASTER" TO NAME-ALPHA
006030     PERFORM 3160-SCAN-NAME-TABLE THRU 3160-EXIT
006040         VARYING ENAME-IDX FROM 1 BY 1
006050         UNTIL ENAME-IDX > ENAME-COUNT
006060            OR WS-NAME-FOUND.
006070 3150-EXIT.
006080     EXIT.
006090
006100*-----------------------------------------------------------*
006110* 3160-SCAN-NAME-TABLE                                       *
006120*-----------------------------------------------------------*
006130 3160-SCAN-NAME-TABLE.
006140     IF EN-ID-NUMERIC(ENAME-IDX) = YM-ID-NUMERIC
006150         MOVE EN-NAME-ALPHA(ENAME-IDX) TO NAME-ALPHA
006160         MOVE "Y" TO WS-NAME-FOUND-SWITCH
006170     END-IF.
006180 3160-EXIT.
006190     EXIT.
006200
006210*-----------------------------------------------------------*
006220* 3500-UPDATE-CLOSE-CONTROL                                  *
006230*-----------------------------------------------------------*
006240 3500-UPDATE-CLOSE-CONTROL.
006250     OPEN OUTPUT CLOSE-CONTROL
006260     IF WS-YECTL-OK
006270         MOVE CLOSE-YEAR-NUM TO CC-LAST-CLOSED-YEAR
006280         MOVE WS-SYSTEM-DATE TO CC-CLOSED-DATE
006290         WRITE CLOSE-CONTROL-RECORD
006300         CLOSE CLOSE-CONTROL
006310     ELSE
006320         DISPLAY "ERROR REWRITING CLOSE-CONTROL, STATUS = "
006330             WS-YECTL-STATUS
006340     END-IF.
006350 3500-EXIT.
006360     EXIT.
006370
006380*-----------------------------------------------------------*
006390* 3600-RESET-RUN-HISTORY - THE NEW YEAR STARTS WITH AN EMPTY *
006400* RUN-HISTORY FILE SO TAX REPORTING BALANCES AGAINST ONE     *
006410* YEAR ONLY                                                  *
006420*-----------------------------------------------------------*
006430 3600-RESET-RUN-HISTORY.
006440     OPEN OUTPUT RUN-HISTORY
006450     IF WS-RUNHIST-OK
006460         CLOSE RUN-HISTORY
006470     ELSE
006480         DISPLAY "ERROR RESETTING RUN-HISTORY, STATUS = "
006490             WS-RUNHIST-STATUS
006500     END-IF.
006510 3600-EXIT.
006520     EXIT.
006530
006540*-----------------------------------------------------------*
006550* 8500-REFUSE-CLOSE                                          *
006560*-----------------------------------------------------------*
006570 8500-REFUSE-CLOSE.
006580     MOVE "N" TO WS-CLOSE-OK-SWITCH
006590     WRITE CLOSE-REPORT-RECORD FROM WS-REFUSED-LINE
006600     DISPLAY "YEAR-END CLOSE REFUSED - " RF-REASON.
006610 8500-EXIT.
006620     EXIT.
006630
006640*-----------------------------------------------------------*
006650* 9000-TERMINATE                                             *
006660*-----------------------------------------------------------*
006670 9000-TERMINATE.
006680     IF WS-YERPT-OK
006690         WRITE CLOSE-REPORT-RECORD FROM WS-BLANK-LINE
006700         CLOSE CLOSE-REPORT
006710     END-IF.
006720 9000-EXIT.
006730     EXIT.
006740
006750
006760
