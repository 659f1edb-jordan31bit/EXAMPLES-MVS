000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    EXAMP-ACR1.
000300 AUTHOR.        D MARCHETTI.
000400 INSTALLATION.  PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    MONTH-END ACCRUAL OF EARNED BUT UNPAID PAYROLL (SEE ACRJB IN
000900*    JCL).  WHEN A REGULAR PAY PERIOD STRADDLES THE END OF A
001000*    MONTH, THE DAYS WORKED BEFORE THE MONTH END ARE A COST OF
001100*    THAT MONTH BUT ARE NOT POSTED UNTIL THE PERIOD IS PAID IN
001200*    THE NEXT ONE.  THIS PROGRAM BOOKS THAT COST AS A GL ACCRUAL
001300*    AND A MATCHING REVERSAL, SO THE MONTH CARRIES ITS OWN
001400*    LABOR AND THE REAL PAYROLL POSTING IS NOT DOUBLED:
001500*      - THE REGULAR PERIOD ON RUN-CONTROL THAT STARTS ON OR
001600*        BEFORE THE MONTH END AND ENDS AFTER IT IS THE PERIOD
001700*        ACCRUED.  ITS STATUS DOES NOT MATTER - A PERIOD ALREADY
001800*        POSTED WAS STILL PAID IN THE NEW MONTH.  IF NO PERIOD
001900*        CROSSES THE MONTH END THERE IS NOTHING TO ACCRUE, THE
002000*        GL FILE IS EMPTY AND THE STEP ENDS RC=4.
002100*      - EVERY ACTIVE EMPLOYEE IS ACCRUED THE SHARE OF ONE
002200*        PERIOD'S PAY THAT THE WORKDAYS (MONDAY TO FRIDAY) FROM
002300*        THE PERIOD START THROUGH THE MONTH END ARE OF THE
002400*        WORKDAYS IN THE WHOLE PERIOD.  HOLIDAYS ARE NOT TAKEN
002500*        OUT.
002600*      - AN EMPLOYEE WHOSE LATEST REGULAR PAYMENT ON PAY-HISTORY
002700*        WAS HOURLY IS ACCRUED THAT PAYMENT'S HOURS AT THE HOURLY
002800*        RATE.  THE RATE IS THE LATEST HOURLY RATE-CHANGE IN
002900*        EFFECT BY THE MONTH END, OR WHAT THAT PAYMENT WORKS OUT
003000*        TO PER HOUR (RETRO LEFT OUT) WHEN THERE IS NONE.  ANY
003100*        OTHER ACTIVE EMPLOYEE IS ACCRUED EM-CURRENT-SALARY, OR
003200*        THE LATEST SALARY RATE-CHANGE IN EFFECT BY THE MONTH
003300*        END, THE SAME WAY EXAMP-PGM1 PAYS IT.
003400*      - THE ACCRUAL IS CHARGED THE WAY EXAMP-PGM3 CHARGES THE
003500*        PAY: TO THE SPLITS ON LABOR-DIST, OR TO THE HOME
003600*        DEPARTMENT, AT THE DEPARTMENT'S DT-GL-ACCOUNT AND
003700*        DT-COST-CENTER.  THE LAST SPLIT TAKES THE ROUNDING.
003800*    THE SHARES ARE SORTED BY THE DEPARTMENT CHARGED AND PRINTED
003900*    ON ACRRPT, THE ACCRUAL REGISTER THE CONTROLLER REVIEWS,
004000*    WITH A TOTAL PER DEPARTMENT.  AN ACTIVE EMPLOYEE WITH NO
004100*    PAY TO ACCRUE (HOURLY WITH NO HOURS, NO SALARY ON FILE) IS
004200*    LISTED WITH A NOTE AND MAKES THE STEP RC=4.
004300*
004400*    GLACR GETS THE ACCRUAL JOURNAL IN THE GL EXTRACT LAYOUT
004500*    (COPYLIB/GLEXTR), ONE RECORD PER GL ACCOUNT AND COST
004600*    CENTER WITH GL-EMPLOYEE-ID ZERO: FIRST THE ACCRUALS, DATED
004700*    THE MONTH END AND CODED 'A', THEN THE SAME AMOUNTS NEGATED,
004800*    DATED THE FIRST OF THE NEXT MONTH AND CODED 'V'.  THE
004900*    REGISTER PROVES BOTH SIDES AGAINST THE REGISTER TOTAL AND
005000*    THE STEP ENDS RC=16 IF THEY DISAGREE.
005100*
005200*    THE MONTH END COMES IN ON AN 80-BYTE PARAMETER CARD:
005300*      COL  1-8    MONTH-END DATE YYYYMMDD - THE LAST DAY OF A
005400*                  MONTH, NOT AFTER TODAY.  A BLANK OR MISSING
005500*                  CARD MEANS THE END OF LAST MONTH.
005600*
005700*    RERUNNABLE: THE STEP ONLY READS THE MASTERS.  EACH RUN
005800*    CUTS A NEW GENERATION OF THE ACCRUAL JOURNAL.
005900*
006000*    RETURN CODES: 0 = CLEAN, 4 = NO PERIOD CROSSES THE MONTH
006100*    END OR AN ACTIVE EMPLOYEE WAS NOT ACCRUED, 16 = PARAMETER
006200*    CARD, FILE, OR PROOF FAILURE.
006300*
006400*    MODIFICATION HISTORY.
006500*    DATE       INIT  DESCRIPTION
006600*    ---------  ----  ---------------------------------------
006700*    10/15/26   DM    ORIGINAL VERSION.
006800 ENVIRONMENT DIVISION.
006900 CONFIGURATION SECTION.
007000 SOURCE-COMPUTER. IBM-370.
007100 OBJECT-COMPUTER. IBM-370.
007200 INPUT-OUTPUT SECTION.
007300 FILE-CONTROL.
007400     SELECT ACCRUAL-PARM
007500     ASSIGN TO UT-S-ACRPARM
007600     FILE STATUS IS WS-ACRPARM-STATUS.
007700     SELECT RUN-CONTROL
007800     ASSIGN TO UT-S-RUNCTL
007900     ORGANIZATION IS INDEXED
008000     ACCESS MODE IS DYNAMIC
008100     RECORD KEY IS RC-PERIOD-END-DATE
008200     FILE STATUS IS WS-RUNCTL-STATUS.
008300     SELECT EMPLOYEE-MASTER
008400     ASSIGN TO UT-S-MASTF
008500     ORGANIZATION IS INDEXED
008600     ACCESS MODE IS SEQUENTIAL
008700     RECORD KEY IS EM-EMPLOYEE-ID
008800     FILE STATUS IS WS-MASTER-STATUS.
008900     SELECT PAY-HISTORY
009000     ASSIGN TO UT-S-HISTF
009100     ORGANIZATION IS INDEXED
009200     ACCESS MODE IS DYNAMIC
009300     RECORD KEY IS PH-HISTORY-KEY
009400     FILE STATUS IS WS-HISTF-STATUS.
009500     SELECT RATE-CHANGE
009600     ASSIGN TO UT-S-RATECHG
009700     ORGANIZATION IS INDEXED
009800     ACCESS MODE IS DYNAMIC
009900     RECORD KEY IS RG-RATE-KEY
010000     FILE STATUS IS WS-RATECHG-STATUS.
010100     SELECT LABOR-DIST
010200     ASSIGN TO UT-S-LABDIST
010300     ORGANIZATION IS INDEXED
010400     ACCESS MODE IS RANDOM
010500     RECORD KEY IS LD-EMPLOYEE-ID
010600     FILE STATUS IS WS-LABDIST-STATUS.
010700     SELECT DEPT-MASTER
010800     ASSIGN TO UT-S-DEPTF
010900     ORGANIZATION IS INDEXED
011000     ACCESS MODE IS RANDOM
011100     RECORD KEY IS DT-DEPT-CODE
011200     FILE STATUS IS WS-DEPTF-STATUS.
011300     SELECT GL-ACCRUAL
011400     ASSIGN TO UT-S-GLACR
011500     FILE STATUS IS WS-GLACR-STATUS.
011600     SELECT ACCRUAL-REPORT
011700     ASSIGN TO UT-S-ACRRPT
011800     FILE STATUS IS WS-ACRRPT-STATUS.
011900     SELECT SORT-WRKFILE
012000     ASSIGN TO UR-S-WORK.
012100 DATA DIVISION.
012200 FILE SECTION.
012300 FD  ACCRUAL-PARM
012400     RECORDING MODE IS F
012500     LABEL RECORDS ARE OMITTED
012600     RECORD CONTAINS 80 CHARACTERS
012700     BLOCK CONTAINS 10 RECORDS
012800     DATA RECORD IS ACCRUAL-PARM-RECORD.
012900 01  ACCRUAL-PARM-RECORD.
013000     02  AP-MONTH-END                 PIC X(08).
013100     02  AP-MONTH-END-N  REDEFINES AP-MONTH-END
013200                                      PIC 9(08).
013300     02  FILLER                       PIC X(72).
013400 FD  RUN-CONTROL
013500     RECORD CONTAINS 80 CHARACTERS
013600     DATA RECORD IS RUN-CONTROL-RECORD.
013700     COPY RUNCTL.
013800 FD  EMPLOYEE-MASTER
013900     RECORD CONTAINS 200 CHARACTERS
014000     DATA RECORD IS EMPLOYEE-MASTER-RECORD.
014100     COPY EMPMAST.
014200 FD  PAY-HISTORY
014300     RECORD CONTAINS 160 CHARACTERS
014400     DATA RECORD IS PAY-HISTORY-RECORD.
014500     COPY PAYHIST.
014600 FD  RATE-CHANGE
014700     RECORD CONTAINS 80 CHARACTERS
014800     DATA RECORD IS RATE-CHANGE-RECORD.
014900     COPY RATECHG.
015000 FD  LABOR-DIST
015100     RECORD CONTAINS 80 CHARACTERS
015200     DATA RECORD IS LABOR-DIST-RECORD.
015300     COPY LABDIST.
015400 FD  DEPT-MASTER
015500     RECORD CONTAINS 80 CHARACTERS
015600     DATA RECORD IS DEPT-MASTER-RECORD.
015700     COPY DEPTMAST.
015800 FD  GL-ACCRUAL
015900     RECORDING MODE IS F
016000     LABEL RECORDS ARE OMITTED
016100     RECORD CONTAINS 80 CHARACTERS
016200     BLOCK CONTAINS 10 RECORDS
016300     DATA RECORD IS GL-EXTRACT-RECORD.
016400     COPY GLEXTR.
016500 FD  ACCRUAL-REPORT
016600     RECORDING MODE IS F
016700     LABEL RECORDS ARE OMITTED
016800     RECORD CONTAINS 132 CHARACTERS
016900     BLOCK CONTAINS 10 RECORDS
017000     DATA RECORD IS ACR-LINE.
017100 01  ACR-LINE                         PIC X(132).
017200*
017300*    ONE SORT RECORD PER SHARE OF AN EMPLOYEE'S ACCRUAL - ONE
017400*    PER LABOR SPLIT, OR ONE FOR THE HOME DEPARTMENT.
017500*
017600 SD  SORT-WRKFILE
017700     RECORDING MODE IS F
017800     RECORD CONTAINS 140 CHARACTERS
017900     DATA RECORD IS SORT-RECORD.
018000 01  SORT-RECORD.
018100     02  SR-DEPT                      PIC X(04).
018200     02  SR-EMPLOYEE-ID               PIC 9(10).
018300     02  SR-SPLIT-NO                  PIC 9(01).
018400     02  SR-EMPLOYEE-NAME             PIC X(23).
018500     02  SR-DEPT-NAME                 PIC X(30).
018600     02  SR-BASIS                     PIC X(01).
018700         88  SR-HOURLY                    VALUE 'H'.
018800         88  SR-SALARIED                  VALUE 'S'.
018900     02  SR-PERIOD-PAY                PIC S9(7)V99.
019000     02  SR-HOURS                     PIC 9(3)V99.
019100     02  SR-RATE                      PIC 9(5)V9999.
019200     02  SR-PERCENT                   PIC 9(3)V99.
019300     02  SR-AMOUNT                    PIC S9(7)V99.
019400     02  SR-GL-ACCOUNT                PIC X(06).
019500     02  SR-COST-CENTER               PIC X(04).
019600     02  SR-NOTE                      PIC X(20).
019700     02  FILLER                       PIC X(04).
019800*
019900 WORKING-STORAGE SECTION.
020000 01  WS-FILE-STATUSES.
020100     02  WS-ACRPARM-STATUS            PIC X(02) VALUE '00'.
020200     02  WS-RUNCTL-STATUS             PIC X(02) VALUE '00'.
020300     02  WS-MASTER-STATUS             PIC X(02) VALUE '00'.
020400     02  WS-HISTF-STATUS              PIC X(02) VALUE '00'.
020500     02  WS-RATECHG-STATUS            PIC X(02) VALUE '00'.
020600     02  WS-LABDIST-STATUS            PIC X(02) VALUE '00'.
020700     02  WS-DEPTF-STATUS              PIC X(02) VALUE '00'.
020800     02  WS-GLACR-STATUS              PIC X(02) VALUE '00'.
020900     02  WS-ACRRPT-STATUS             PIC X(02) VALUE '00'.
021000 01  WS-SWITCHES.
021100     02  WS-EOF-SW                    PIC X(01) VALUE 'N'.
021200         88  END-OF-MASTER                VALUE 'Y'.
021300     02  WS-EOR-SW                    PIC X(01) VALUE 'N'.
021400         88  END-OF-RUN-CONTROL           VALUE 'Y'.
021500     02  WS-PERIOD-SW                 PIC X(01) VALUE 'N'.
021600         88  REGULAR-PERIOD-FOUND         VALUE 'Y'.
021700     02  WS-CROSS-SW                  PIC X(01) VALUE 'N'.
021800         88  PERIOD-CROSSES-MONTH         VALUE 'Y'.
021900     02  WS-EOH-SW                    PIC X(01) VALUE 'N'.
022000         88  END-OF-EMP-HISTORY           VALUE 'Y'.
022100     02  WS-LAST-PAY-SW               PIC X(01) VALUE 'N'.
022200         88  LAST-PAY-FOUND               VALUE 'Y'.
022300     02  WS-RATE-EOF-SW               PIC X(01) VALUE 'N'.
022400         88  END-OF-RATE-CHANGES          VALUE 'Y'.
022500     02  WS-RATE-FOUND-SW             PIC X(01) VALUE 'N'.
022600         88  RATE-CHANGE-IN-EFFECT        VALUE 'Y'.
022700     02  WS-DIST-SW                   PIC X(01) VALUE 'N'.
022800         88  LABOR-IS-SPLIT               VALUE 'Y'.
022900     02  WS-SORT-EOF-SW               PIC X(01) VALUE 'N'.
023000         88  END-OF-SORT                  VALUE 'Y'.
023100     02  WS-GLT-FOUND-SW              PIC X(01) VALUE 'N'.
023200         88  GL-TOTAL-FOUND               VALUE 'Y'.
023300 01  WS-COUNTERS.
023400     02  WS-MASTER-READ               PIC 9(07) COMP VALUE ZERO.
023500     02  WS-ACTIVE-COUNT              PIC 9(07) COMP VALUE ZERO.
023600     02  WS-SALARIED-COUNT            PIC 9(07) COMP VALUE ZERO.
023700     02  WS-HOURLY-COUNT              PIC 9(07) COMP VALUE ZERO.
023800     02  WS-NOT-ACCRUED-COUNT         PIC 9(07) COMP VALUE ZERO.
023900     02  WS-SHARES-RELEASED           PIC 9(07) COMP VALUE ZERO.
024000     02  WS-SHARES-RETURNED           PIC 9(07) COMP VALUE ZERO.
024100     02  WS-GL-WRITTEN                PIC 9(07) COMP VALUE ZERO.
024200*
024300*    THE MONTH END, THE REVERSAL DATE AND THE PERIOD ACCRUED.
024400*
024500 01  WS-MONTH-END                     PIC 9(08) VALUE ZERO.
024600 01  WS-REVERSAL-DATE                 PIC 9(08) VALUE ZERO.
024700 01  WS-PERIOD-START                  PIC 9(08) VALUE ZERO.
024800 01  WS-PERIOD-END                    PIC 9(08) VALUE ZERO.
024900 01  WS-PERIOD-STATUS                 PIC X(01) VALUE SPACE.
025000 01  WS-ACCRUED-WORKDAYS              PIC 9(03) COMP VALUE ZERO.
025100 01  WS-PERIOD-WORKDAYS               PIC 9(03) COMP VALUE ZERO.
025200*
025300*    CALENDAR WORK AREA.  4300-NEXT-DAY STEPS WS-CAL-DATE ONE
025400*    DAY; 4100-FIND-WEEKDAY SETS WS-CAL-WEEKDAY (0 = SUNDAY
025500*    THROUGH 6 = SATURDAY).  THE MONTH OFFSETS ARE THE USUAL
025600*    DAY-OF-WEEK TABLE FOR A YEAR COUNTED FROM MARCH.
025700*
025800 01  WS-CAL-DATE                      PIC 9(08) VALUE ZERO.
025900 01  WS-CAL-PARTS  REDEFINES WS-CAL-DATE.
026000     02  WS-CAL-YYYY                  PIC 9(04).
026100     02  WS-CAL-MM                    PIC 9(02).
026200     02  WS-CAL-DD                    PIC 9(02).
026300 01  WS-CAL-WEEKDAY                   PIC 9(01) VALUE ZERO.
026400     88  CAL-WEEKEND                      VALUE 0 6.
026500 01  WS-MONTH-DAYS                    PIC 9(02) VALUE ZERO.
026600 01  WS-MONTH-DAYS-VALUES             PIC X(24) VALUE
026700                                      '312831303130313130313031'.
026800 01  WS-MONTH-DAYS-TABLE  REDEFINES WS-MONTH-DAYS-VALUES.
026900     02  WS-DAYS-IN-MONTH  OCCURS 12 TIMES
027000                                      PIC 9(02).
027100 01  WS-MONTH-OFFSET-VALUES           PIC X(12) VALUE
027200                                      '032503514624'.
027300 01  WS-MONTH-OFFSET-TABLE  REDEFINES WS-MONTH-OFFSET-VALUES.
027400     02  WS-MONTH-OFFSET  OCCURS 12 TIMES
027500                                      PIC 9(01).
027600 01  WS-WD-YEAR                       PIC 9(04) COMP VALUE ZERO.
027700 01  WS-WD-QUOT-4                     PIC 9(04) COMP VALUE ZERO.
027800 01  WS-WD-QUOT-100                   PIC 9(04) COMP VALUE ZERO.
027900 01  WS-WD-QUOT-400                   PIC 9(04) COMP VALUE ZERO.
028000 01  WS-WD-SUM                        PIC 9(05) COMP VALUE ZERO.
028100 01  WS-WD-QUOT                       PIC 9(05) COMP VALUE ZERO.
028200 01  WS-LEAP-QUOT                     PIC 9(04) COMP VALUE ZERO.
028300 01  WS-LEAP-REM-4                    PIC 9(04) COMP VALUE ZERO.
028400 01  WS-LEAP-REM-100                  PIC 9(04) COMP VALUE ZERO.
028500 01  WS-LEAP-REM-400                  PIC 9(04) COMP VALUE ZERO.
028600*
028700*    THE EMPLOYEE BEING ACCRUED.
028800*
028900 01  WS-LAST-PAY-DATE                 PIC 9(08) VALUE ZERO.
029000 01  WS-LAST-PAY-TYPE                 PIC X(01) VALUE SPACE.
029100     88  LAST-PAY-HOURLY                  VALUE 'H'.
029200 01  WS-LAST-HOURS                    PIC 9(3)V99 VALUE ZERO.
029300 01  WS-LAST-EARNED                   PIC S9(7)V99 VALUE ZERO.
029400 01  WS-RATE-IN-EFFECT                PIC 9(7)V99 VALUE ZERO.
029500 01  WS-RATE-PAY-TYPE                 PIC X(01) VALUE SPACE.
029600 01  WS-ACR-BASIS                     PIC X(01) VALUE SPACE.
029700     88  ACR-HOURLY                       VALUE 'H'.
029800     88  ACR-SALARIED                     VALUE 'S'.
029900 01  WS-ACR-HOURS                     PIC 9(3)V99 VALUE ZERO.
030000 01  WS-ACR-RATE                      PIC 9(5)V9999 VALUE ZERO.
030100 01  WS-ACR-PERIOD-PAY                PIC S9(7)V99 VALUE ZERO.
030200 01  WS-ACR-AMOUNT                    PIC S9(7)V99 VALUE ZERO.
030300 01  WS-ACR-NOTE                      PIC X(20) VALUE SPACES.
030400*
030500*    ONE SHARE OF THE ACCRUAL (2500/2550) ON ITS WAY TO THE SORT.
030600*
030700 01  WS-DIST-SUB                      PIC 9(04) COMP VALUE ZERO.
030800 01  WS-DIST-LEFT                     PIC S9(7)V99 VALUE ZERO.
030900 01  WS-SHARE-DEPT                    PIC X(04) VALUE SPACES.
031000 01  WS-SHARE-DEPT-NAME               PIC X(30) VALUE SPACES.
031100 01  WS-SHARE-GL-ACCOUNT              PIC X(06) VALUE SPACES.
031200 01  WS-SHARE-COST-CENTER             PIC X(04) VALUE SPACES.
031300 01  WS-SHARE-PERCENT                 PIC 9(3)V99 VALUE ZERO.
031400 01  WS-SHARE-AMOUNT                  PIC S9(7)V99 VALUE ZERO.
031500*
031600*    REGISTER TOTALS.
031700*
031800 01  WS-CURR-DEPT                     PIC X(04) VALUE SPACES.
031900 01  WS-CURR-DEPT-NAME                PIC X(30) VALUE SPACES.
032000 01  WS-DEPT-SHARES                   PIC 9(05) COMP VALUE ZERO.
032100 01  WS-DEPT-TOTAL                    PIC S9(9)V99 VALUE ZERO.
032200 01  WS-GRAND-TOTAL                   PIC S9(9)V99 VALUE ZERO.
032300 01  WS-GL-ACCRUAL-TOTAL              PIC S9(9)V99 VALUE ZERO.
032400 01  WS-GL-REVERSAL-TOTAL             PIC S9(9)V99 VALUE ZERO.
032500 01  WS-PROOF-AMOUNT                  PIC S9(9)V99 VALUE ZERO.
032600*
032700*    ACCRUAL BY GL ACCOUNT AND COST CENTER, BUILT AS THE
032800*    REGISTER PRINTS AND WRITTEN TO THE JOURNAL AFTERWARDS.
032900*
033000 01  WS-GLT-COUNT                     PIC 9(04) COMP VALUE ZERO.
033100 01  WS-GLT-MAX                       PIC 9(04) COMP VALUE 500.
033200 01  WS-GLT-SUB                       PIC 9(04) COMP VALUE ZERO.
033300 01  WS-GL-TOTALS-TABLE.
033400     02  WS-GLT-ENTRY  OCCURS 500 TIMES.
033500         03  WS-GLT-ACCOUNT           PIC X(06).
033600         03  WS-GLT-COST-CENTER       PIC X(04).
033700         03  WS-GLT-AMOUNT            PIC S9(7)V99.
033800*
033900 01  WS-RUN-DATE-YYYYMMDD             PIC 9(08).
034000 01  WS-DATE-EDIT-IN                  PIC 9(08).
034100 01  WS-DATE-EDIT-PARTS REDEFINES WS-DATE-EDIT-IN.
034200     02  WS-DE-YYYY-IN                PIC 9(04).
034300     02  WS-DE-MM-IN                  PIC 9(02).
034400     02  WS-DE-DD-IN                  PIC 9(02).
034500 01  WS-DATE-DISPLAY.
034600     02  WS-DE-MM                     PIC 9(02).
034700     02  FILLER                       PIC X(01) VALUE '/'.
034800     02  WS-DE-DD                     PIC 9(02).
034900     02  FILLER                       PIC X(01) VALUE '/'.
035000     02  WS-DE-YYYY                   PIC 9(04).
035100 01  WS-MONTH-END-DISPLAY             PIC X(10) VALUE SPACES.
035200 01  WS-REVERSAL-DISPLAY              PIC X(10) VALUE SPACES.
035300 01  WS-RUN-DATE-DISPLAY              PIC X(10) VALUE SPACES.
035400 01  WS-PAGE-NO                       PIC 9(04) COMP VALUE ZERO.
035500 01  WS-LINE-COUNT                    PIC 9(04) COMP VALUE ZERO.
035600 01  WS-MAX-LINES-PER-PAGE            PIC 9(04) COMP VALUE 50.
035700*
035800 01  ACR-HEADER-LINE1.
035900     02  FILLER                       PIC X(01) VALUE SPACE.
036000     02  FILLER                       PIC X(34) VALUE
036100                           'MONTH-END PAYROLL ACCRUAL REGISTER'.
036200     02  FILLER                       PIC X(04) VALUE SPACES.
036300     02  FILLER                       PIC X(11) VALUE
036400                                      'MONTH END: '.
036500     02  AH1-MONTH-END                PIC X(10).
036600     02  FILLER                       PIC X(12) VALUE
036700                                      '  REVERSES: '.
036800     02  AH1-REVERSAL-DATE            PIC X(10).
036900     02  FILLER                       PIC X(04) VALUE SPACES.
037000     02  FILLER                       PIC X(10) VALUE
037100                                      'RUN DATE: '.
037200     02  AH1-RUN-DATE                 PIC X(10).
037300     02  FILLER                       PIC X(11) VALUE SPACES.
037400     02  FILLER                       PIC X(05) VALUE 'PAGE:'.
037500     02  AH1-PAGE-NO                  PIC ZZZ9.
037600     02  FILLER                       PIC X(06) VALUE SPACES.
037700 01  ACR-HEADER-LINE2.
037800     02  FILLER                       PIC X(01) VALUE SPACE.
037900     02  FILLER                       PIC X(12) VALUE
038000                                      'PAY PERIOD: '.
038100     02  AH2-PERIOD-START             PIC 9(08) BLANK WHEN ZERO.
038200     02  FILLER                       PIC X(03) VALUE ' - '.
038300     02  AH2-PERIOD-END               PIC 9(08) BLANK WHEN ZERO.
038400     02  FILLER                       PIC X(10) VALUE
038500                                      '  STATUS: '.
038600     02  AH2-PERIOD-STATUS            PIC X(01).
038700     02  FILLER                       PIC X(04) VALUE SPACES.
038800     02  FILLER                       PIC X(23) VALUE
038900                                      'WORKDAYS TO MONTH END: '.
039000     02  AH2-ACCRUED-DAYS             PIC ZZ9.
039100     02  FILLER                       PIC X(04) VALUE ' OF '.
039200     02  AH2-PERIOD-DAYS              PIC ZZ9.
039300     02  FILLER                       PIC X(52) VALUE SPACES.
039400 01  ACR-COLUMN-LINE.
039500     02  FILLER                       PIC X(01) VALUE SPACE.
039600     02  FILLER                       PIC X(10) VALUE 'EMPLOYEE'.
039700     02  FILLER                       PIC X(01) VALUE SPACE.
039800     02  FILLER                       PIC X(23) VALUE 'NAME'.
039900     02  FILLER                       PIC X(01) VALUE SPACE.
040000     02  FILLER                       PIC X(06) VALUE 'BASIS'.
040100     02  FILLER                       PIC X(01) VALUE SPACE.
040200     02  FILLER                       PIC X(11) VALUE
040300                                      ' PERIOD PAY'.
040400     02  FILLER                       PIC X(01) VALUE SPACE.
040500     02  FILLER                       PIC X(06) VALUE ' HOURS'.
040600     02  FILLER                       PIC X(01) VALUE SPACE.
040700     02  FILLER                       PIC X(11) VALUE
040800                                      '  HRLY RATE'.
040900     02  FILLER                       PIC X(01) VALUE SPACE.
041000     02  FILLER                       PIC X(06) VALUE ' SHARE'.
041100     02  FILLER                       PIC X(01) VALUE SPACE.
041200     02  FILLER                       PIC X(11) VALUE
041300                                      '    ACCRUED'.
041400     02  FILLER                       PIC X(01) VALUE SPACE.
041500     02  FILLER                       PIC X(06) VALUE 'ACCT'.
041600     02  FILLER                       PIC X(01) VALUE SPACE.
041700     02  FILLER                       PIC X(04) VALUE 'C/C'.
041800     02  FILLER                       PIC X(01) VALUE SPACE.
041900     02  FILLER                       PIC X(20) VALUE 'NOTE'.
042000     02  FILLER                       PIC X(07) VALUE SPACES.
042100 01  ACR-DEPT-LINE.
042200     02  FILLER                       PIC X(01) VALUE SPACE.
042300     02  FILLER                       PIC X(11) VALUE
042400                                      'DEPARTMENT '.
042500     02  ADH-DEPT                     PIC X(04).
042600     02  FILLER                       PIC X(03) VALUE ' - '.
042700     02  ADH-DEPT-NAME                PIC X(30).
042800     02  FILLER                       PIC X(83) VALUE SPACES.
042900 01  ACR-DETAIL-LINE.
043000     02  FILLER                       PIC X(01) VALUE SPACE.
043100     02  AD-EMPLOYEE-ID               PIC 9(10).
043200     02  FILLER                       PIC X(01) VALUE SPACE.
043300     02  AD-EMPLOYEE-NAME             PIC X(23).
043400     02  FILLER                       PIC X(01) VALUE SPACE.
043500     02  AD-BASIS                     PIC X(06).
043600     02  FILLER                       PIC X(01) VALUE SPACE.
043700     02  AD-PERIOD-PAY                PIC ZZZ,ZZ9.99-.
043800     02  FILLER                       PIC X(01) VALUE SPACE.
043900     02  AD-HOURS                     PIC ZZ9.99 BLANK WHEN ZERO.
044000     02  FILLER                       PIC X(01) VALUE SPACE.
044100     02  AD-RATE                      PIC ZZ,ZZ9.9999
044200                                      BLANK WHEN ZERO.
044300     02  FILLER                       PIC X(01) VALUE SPACE.
044400     02  AD-PERCENT                   PIC ZZ9.99.
044500     02  FILLER                       PIC X(01) VALUE SPACE.
044600     02  AD-AMOUNT                    PIC ZZZ,ZZ9.99-.
044700     02  FILLER                       PIC X(01) VALUE SPACE.
044800     02  AD-GL-ACCOUNT                PIC X(06).
044900     02  FILLER                       PIC X(01) VALUE SPACE.
045000     02  AD-COST-CENTER               PIC X(04).
045100     02  FILLER                       PIC X(01) VALUE SPACE.
045200     02  AD-NOTE                      PIC X(20).
045300     02  FILLER                       PIC X(07) VALUE SPACES.
045400 01  ACR-DEPT-TOTAL-LINE.
045500     02  FILLER                       PIC X(01) VALUE SPACE.
045600     02  FILLER                       PIC X(17) VALUE
045700                                      'TOTAL DEPARTMENT '.
045800     02  ADT-DEPT                     PIC X(04).
045900     02  FILLER                       PIC X(02) VALUE SPACES.
046000     02  ADT-SHARES                   PIC ZZ,ZZ9.
046100     02  FILLER                       PIC X(08) VALUE ' LINE(S)'.
046200     02  FILLER                       PIC X(41) VALUE SPACES.
046300     02  ADT-AMOUNT                   PIC Z,ZZZ,ZZ9.99-.
046400     02  FILLER                       PIC X(40) VALUE SPACES.
046500 01  ACR-GRAND-TOTAL-LINE.
046600     02  FILLER                       PIC X(01) VALUE SPACE.
046700     02  FILLER                       PIC X(31) VALUE
046800                               'TOTAL ACCRUED - ALL DEPARTMENTS'.
046900     02  FILLER                       PIC X(45) VALUE SPACES.
047000     02  AGT-AMOUNT                   PIC ZZZ,ZZZ,ZZ9.99-.
047100     02  FILLER                       PIC X(40) VALUE SPACES.
047200 01  ACR-GL-COLUMN-LINE1.
047300     02  FILLER                       PIC X(01) VALUE SPACE.
047400     02  FILLER                       PIC X(06) VALUE 'ACCT'.
047500     02  FILLER                       PIC X(02) VALUE SPACES.
047600     02  FILLER                       PIC X(04) VALUE 'C/C'.
047700     02  FILLER                       PIC X(04) VALUE SPACES.
047800     02  FILLER                       PIC X(15) VALUE
047900                                      '        ACCRUAL'.
048000     02  FILLER                       PIC X(04) VALUE SPACES.
048100     02  FILLER                       PIC X(15) VALUE
048200                                      '       REVERSAL'.
048300     02  FILLER                       PIC X(81) VALUE SPACES.
048400 01  ACR-GL-COLUMN-LINE2.
048500     02  FILLER                       PIC X(22) VALUE SPACES.
048600     02  AGC-ACCRUAL-DATE             PIC X(10).
048700     02  FILLER                       PIC X(09) VALUE SPACES.
048800     02  AGC-REVERSAL-DATE            PIC X(10).
048900     02  FILLER                       PIC X(81) VALUE SPACES.
049000 01  ACR-GL-LINE.
049100     02  FILLER                       PIC X(01) VALUE SPACE.
049200     02  AG-GL-ACCOUNT                PIC X(06).
049300     02  FILLER                       PIC X(02) VALUE SPACES.
049400     02  AG-COST-CENTER               PIC X(04).
049500     02  FILLER                       PIC X(04) VALUE SPACES.
049600     02  AG-ACCRUAL                   PIC ZZZ,ZZZ,ZZ9.99-.
049700     02  FILLER                       PIC X(04) VALUE SPACES.
049800     02  AG-REVERSAL                  PIC ZZZ,ZZZ,ZZ9.99-.
049900     02  FILLER                       PIC X(81) VALUE SPACES.
050000 01  ACR-MESSAGE-LINE.
050100     02  FILLER                       PIC X(01) VALUE SPACE.
050200     02  AM-TEXT                      PIC X(60).
050300     02  FILLER                       PIC X(71) VALUE SPACES.
050400 01  ACR-SUMMARY-LINE.
050500     02  FILLER                       PIC X(01) VALUE SPACE.
050600     02  AS-LABEL                     PIC X(30).
050700     02  AS-VALUE                     PIC ZZZ,ZZZ,ZZ9.
050800     02  FILLER                       PIC X(90) VALUE SPACES.
050900 01  ACR-AMOUNT-LINE.
051000     02  FILLER                       PIC X(01) VALUE SPACE.
051100     02  AA-LABEL                     PIC X(30).
051200     02  AA-AMOUNT                    PIC ZZZ,ZZZ,ZZ9.99-.
051300     02  FILLER                       PIC X(86) VALUE SPACES.
051400*
051500 PROCEDURE DIVISION.
051600*----------------------------------------------------------*
051700*    0000-MAINLINE - FIND THE PERIOD THAT CROSSES THE      *
051800*    MONTH END, ACCRUE EVERY ACTIVE EMPLOYEE INTO THE      *
051900*    SORT, PRINT THE REGISTER BY DEPARTMENT, THEN WRITE    *
052000*    THE GL ACCRUAL AND ITS REVERSAL.                      *
052100*----------------------------------------------------------*
052200 0000-MAINLINE.
052300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
052400     PERFORM 1200-GET-MONTH-END THRU 1200-EXIT
052500     PERFORM 1300-FIND-PERIOD THRU 1300-EXIT
052600     IF PERIOD-CROSSES-MONTH
052700         PERFORM 4000-COUNT-WORKDAYS THRU 4000-EXIT
052800     END-IF
052900     SORT SORT-WRKFILE
053000         ON ASCENDING KEY SR-DEPT
053100         ON ASCENDING KEY SR-EMPLOYEE-ID
053200         ON ASCENDING KEY SR-SPLIT-NO
053300         INPUT PROCEDURE 2000-SELECT-EMPLOYEES THRU 2000-EXIT
053400         OUTPUT PROCEDURE 3000-PRINT-REGISTER THRU 3000-EXIT
053500     IF SORT-RETURN NOT = ZERO
053600         DISPLAY 'EXAMP-ACR1 - SORT FAILED, SORT-RETURN='
053700             SORT-RETURN
053800         MOVE 16 TO RETURN-CODE
053900         STOP RUN
054000     END-IF
054100     PERFORM 7000-WRITE-GL-JOURNAL THRU 7000-EXIT
054200     PERFORM 8000-TERMINATE THRU 8000-EXIT
054300     STOP RUN.
054400*----------------------------------------------------------*
054500*    1000-INITIALIZE - OPEN FILES AND TAKE THE RUN DATE.   *
054600*----------------------------------------------------------*
054700 1000-INITIALIZE.
054800     OPEN INPUT ACCRUAL-PARM
054900     IF WS-ACRPARM-STATUS NOT = '00'
055000         DISPLAY 'EXAMP-ACR1 - OPEN FAILED, ACRPARM STATUS='
055100             WS-ACRPARM-STATUS
055200         MOVE 16 TO RETURN-CODE
055300         STOP RUN
055400     END-IF
055500     OPEN INPUT RUN-CONTROL
055600     IF WS-RUNCTL-STATUS NOT = '00'
055700         DISPLAY 'EXAMP-ACR1 - OPEN FAILED, RUNCTL STATUS='
055800             WS-RUNCTL-STATUS
055900         MOVE 16 TO RETURN-CODE
056000         STOP RUN
056100     END-IF
056200     OPEN INPUT EMPLOYEE-MASTER
056300     IF WS-MASTER-STATUS NOT = '00'
056400         DISPLAY 'EXAMP-ACR1 - OPEN FAILED, MASTF STATUS='
056500             WS-MASTER-STATUS
056600         MOVE 16 TO RETURN-CODE
056700         STOP RUN
056800     END-IF
056900     OPEN INPUT PAY-HISTORY
057000     IF WS-HISTF-STATUS NOT = '00'
057100         DISPLAY 'EXAMP-ACR1 - OPEN FAILED, HISTF STATUS='
057200             WS-HISTF-STATUS
057300         MOVE 16 TO RETURN-CODE
057400         STOP RUN
057500     END-IF
057600     OPEN INPUT RATE-CHANGE
057700     IF WS-RATECHG-STATUS NOT = '00'
057800         DISPLAY 'EXAMP-ACR1 - OPEN FAILED, RATECHG STATUS='
057900             WS-RATECHG-STATUS
058000         MOVE 16 TO RETURN-CODE
058100         STOP RUN
058200     END-IF
058300     OPEN INPUT LABOR-DIST
058400     IF WS-LABDIST-STATUS NOT = '00'
058500         DISPLAY 'EXAMP-ACR1 - OPEN FAILED, LABDIST STATUS='
058600             WS-LABDIST-STATUS
058700         MOVE 16 TO RETURN-CODE
058800         STOP RUN
058900     END-IF
059000     OPEN INPUT DEPT-MASTER
059100     IF WS-DEPTF-STATUS NOT = '00'
059200         DISPLAY 'EXAMP-ACR1 - OPEN FAILED, DEPTF STATUS='
059300             WS-DEPTF-STATUS
059400         MOVE 16 TO RETURN-CODE
059500         STOP RUN
059600     END-IF
059700     OPEN OUTPUT GL-ACCRUAL
059800     IF WS-GLACR-STATUS NOT = '00'
059900         DISPLAY 'EXAMP-ACR1 - OPEN FAILED, GLACR STATUS='
060000             WS-GLACR-STATUS
060100         MOVE 16 TO RETURN-CODE
060200         STOP RUN
060300     END-IF
060400     OPEN OUTPUT ACCRUAL-REPORT
060500     IF WS-ACRRPT-STATUS NOT = '00'
060600         DISPLAY 'EXAMP-ACR1 - OPEN FAILED, ACRRPT STATUS='
060700             WS-ACRRPT-STATUS
060800         MOVE 16 TO RETURN-CODE
060900         STOP RUN
061000     END-IF
061100     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
061200     MOVE WS-RUN-DATE-YYYYMMDD TO WS-DATE-EDIT-IN
061300     PERFORM 5900-EDIT-DATE THRU 5900-EXIT
061400     MOVE WS-DATE-DISPLAY TO WS-RUN-DATE-DISPLAY.
061500 1000-EXIT.
061600     EXIT.
061700*----------------------------------------------------------*
061800*    1200-GET-MONTH-END - THE MONTH END FROM THE           *
061900*    PARAMETER CARD, OR THE END OF LAST MONTH WHEN THE     *
062000*    CARD IS BLANK OR MISSING.  IT MUST BE THE LAST DAY    *
062100*    OF A MONTH AND NOT AFTER TODAY.  THE REVERSAL IS      *
062200*    DATED THE NEXT DAY, THE FIRST OF THE NEXT MONTH.      *
062300*----------------------------------------------------------*
062400 1200-GET-MONTH-END.
062500     MOVE SPACES TO ACCRUAL-PARM-RECORD
062600     READ ACCRUAL-PARM
062700         AT END
062800             MOVE SPACES TO ACCRUAL-PARM-RECORD
062900     END-READ
063000     CLOSE ACCRUAL-PARM
063100     IF AP-MONTH-END = SPACES
063200         MOVE WS-RUN-DATE-YYYYMMDD TO WS-CAL-DATE
063300         IF WS-CAL-MM = 1
063400             MOVE 12 TO WS-CAL-MM
063500             SUBTRACT 1 FROM WS-CAL-YYYY
063600         ELSE
063700             SUBTRACT 1 FROM WS-CAL-MM
063800         END-IF
063900         PERFORM 4400-SET-MONTH-DAYS THRU 4400-EXIT
064000         MOVE WS-MONTH-DAYS TO WS-CAL-DD
064100         GO TO 1200-SET-DATES
064200     END-IF
064300     IF AP-MONTH-END-N NOT NUMERIC
064400         DISPLAY 'EXAMP-ACR1 - MONTH-END DATE NOT NUMERIC: '
064500             AP-MONTH-END
064600         MOVE 16 TO RETURN-CODE
064700         STOP RUN
064800     END-IF
064900     MOVE AP-MONTH-END-N TO WS-CAL-DATE
065000     IF WS-CAL-MM < 1 OR WS-CAL-MM > 12
065100         DISPLAY 'EXAMP-ACR1 - MONTH-END DATE ' AP-MONTH-END
065200             ' HAS NO VALID MONTH'
065300         MOVE 16 TO RETURN-CODE
065400         STOP RUN
065500     END-IF
065600     PERFORM 4400-SET-MONTH-DAYS THRU 4400-EXIT
065700     IF WS-CAL-DD NOT = WS-MONTH-DAYS
065800         DISPLAY 'EXAMP-ACR1 - MONTH-END DATE ' AP-MONTH-END
065900             ' IS NOT THE LAST DAY OF ITS MONTH'
066000         MOVE 16 TO RETURN-CODE
066100         STOP RUN
066200     END-IF
066300     IF WS-CAL-DATE > WS-RUN-DATE-YYYYMMDD
066400         DISPLAY 'EXAMP-ACR1 - MONTH ENDING ' AP-MONTH-END
066500             ' HAS NOT ENDED YET'
066600         MOVE 16 TO RETURN-CODE
066700         STOP RUN
066800     END-IF.
066900 1200-SET-DATES.
067000     MOVE WS-CAL-DATE TO WS-MONTH-END
067100     PERFORM 4300-NEXT-DAY THRU 4300-EXIT
067200     MOVE WS-CAL-DATE TO WS-REVERSAL-DATE
067300     MOVE WS-MONTH-END TO WS-DATE-EDIT-IN
067400     PERFORM 5900-EDIT-DATE THRU 5900-EXIT
067500     MOVE WS-DATE-DISPLAY TO WS-MONTH-END-DISPLAY
067600     MOVE WS-REVERSAL-DATE TO WS-DATE-EDIT-IN
067700     PERFORM 5900-EDIT-DATE THRU 5900-EXIT
067800     MOVE WS-DATE-DISPLAY TO WS-REVERSAL-DISPLAY.
067900 1200-EXIT.
068000     EXIT.
068100*----------------------------------------------------------*
068200*    1300-FIND-PERIOD - THE FIRST REGULAR PERIOD ON        *
068300*    RUN-CONTROL ENDING ON OR AFTER THE MONTH END.  IT     *
068400*    CROSSES THE MONTH ONLY IF IT STARTED ON OR BEFORE     *
068500*    THE MONTH END AND ENDS AFTER IT; A PERIOD ENDING ON   *
068600*    THE MONTH END IS PAID IN FULL IN THAT MONTH.          *
068700*----------------------------------------------------------*
068800 1300-FIND-PERIOD.
068900     MOVE WS-MONTH-END TO RC-PERIOD-END-DATE
069000     START RUN-CONTROL KEY IS NOT LESS THAN RC-PERIOD-END-DATE
069100         INVALID KEY
069200             GO TO 1300-NOT-FOUND
069300     END-START
069400     PERFORM 1310-READ-NEXT-PERIOD THRU 1310-EXIT
069500         UNTIL REGULAR-PERIOD-FOUND
069600            OR END-OF-RUN-CONTROL
069700     IF END-OF-RUN-CONTROL
069800         OR RC-PERIOD-START-DATE > WS-MONTH-END
069900         OR RC-PERIOD-END-DATE = WS-MONTH-END
070000         GO TO 1300-NOT-FOUND
070100     END-IF
070200     SET PERIOD-CROSSES-MONTH TO TRUE
070300     MOVE RC-PERIOD-START-DATE TO WS-PERIOD-START
070400     MOVE RC-PERIOD-END-DATE TO WS-PERIOD-END
070500     MOVE RC-PERIOD-STATUS TO WS-PERIOD-STATUS
070600     GO TO 1300-EXIT.
070700 1300-NOT-FOUND.
070800     DISPLAY 'EXAMP-ACR1 - NO REGULAR PAY PERIOD CROSSES MONTH '
070900         'END ' WS-MONTH-END ' - NOTHING TO ACCRUE'.
071000 1300-EXIT.
071100     EXIT.
071200 1310-READ-NEXT-PERIOD.
071300     READ RUN-CONTROL NEXT RECORD
071400         AT END
071500             SET END-OF-RUN-CONTROL TO TRUE
071600             GO TO 1310-EXIT
071700     END-READ
071800     IF WS-RUNCTL-STATUS NOT = '00'
071900         DISPLAY 'EXAMP-ACR1 - READ FAILED, RUNCTL STATUS='
072000             WS-RUNCTL-STATUS
072100         MOVE 16 TO RETURN-CODE
072200         STOP RUN
072300     END-IF
072400     IF RUN-TYPE-REGULAR
072500         SET REGULAR-PERIOD-FOUND TO TRUE
072600     END-IF.
072700 1310-EXIT.
072800     EXIT.
072900*----------------------------------------------------------*
073000*    2000-SELECT-EMPLOYEES - SORT INPUT PROCEDURE.         *
073100*    ACCRUE EVERY ACTIVE EMPLOYEE ON THE MASTER AND        *
073200*    RELEASE ONE RECORD PER SHARE.  NOTHING IS RELEASED    *
073300*    WHEN NO PERIOD CROSSES THE MONTH END.                 *
073400*----------------------------------------------------------*
073500 2000-SELECT-EMPLOYEES.
073600     IF NOT PERIOD-CROSSES-MONTH
073700         GO TO 2000-EXIT
073800     END-IF
073900     PERFORM 2100-READ-MASTER THRU 2100-EXIT
074000     PERFORM 2200-ACCRUE-EMPLOYEE THRU 2200-EXIT
074100         UNTIL END-OF-MASTER.
074200 2000-EXIT.
074300     EXIT.
074400 2100-READ-MASTER.
074500     READ EMPLOYEE-MASTER NEXT RECORD
074600         AT END
074700             SET END-OF-MASTER TO TRUE
074800             GO TO 2100-EXIT
074900     END-READ
075000     IF WS-MASTER-STATUS NOT = '00'
075100         DISPLAY 'EXAMP-ACR1 - READ FAILED, MASTF STATUS='
075200             WS-MASTER-STATUS
075300         MOVE 16 TO RETURN-CODE
075400         STOP RUN
075500     END-IF
075600     ADD 1 TO WS-MASTER-READ.
075700 2100-EXIT.
075800     EXIT.
075900*----------------------------------------------------------*
076000*    2200-ACCRUE-EMPLOYEE - ONE PERIOD'S PAY, HOURLY OR    *
076100*    SALARIED, PRORATED BY THE WORKDAYS TO THE MONTH END.  *
076200*    AN EMPLOYEE WITH NO PAY TO ACCRUE IS STILL RELEASED,  *
076300*    AT ZERO WITH A NOTE, SO THE REGISTER SHOWS WHY.       *
076400*----------------------------------------------------------*
076500 2200-ACCRUE-EMPLOYEE.
076600     IF NOT EMPLOYEE-ACTIVE
076700         GO TO 2200-NEXT
076800     END-IF
076900     ADD 1 TO WS-ACTIVE-COUNT
077000     PERFORM 2300-FIND-LAST-PAY THRU 2300-EXIT
077100     PERFORM 2400-FIND-RATE-CHANGE THRU 2400-EXIT
077200     MOVE SPACES TO WS-ACR-NOTE
077300     MOVE ZERO TO WS-ACR-HOURS
077400     MOVE ZERO TO WS-ACR-RATE
077500     MOVE ZERO TO WS-ACR-PERIOD-PAY
077600     MOVE ZERO TO WS-ACR-AMOUNT
077700     IF LAST-PAY-FOUND
077800         AND LAST-PAY-HOURLY
077900         SET ACR-HOURLY TO TRUE
078000         MOVE WS-LAST-HOURS TO WS-ACR-HOURS
078100         IF RATE-CHANGE-IN-EFFECT
078200             AND WS-RATE-PAY-TYPE = 'H'
078300             MOVE WS-RATE-IN-EFFECT TO WS-ACR-RATE
078400         ELSE
078500             IF WS-LAST-HOURS > ZERO
078600                 COMPUTE WS-ACR-RATE ROUNDED =
078700                     WS-LAST-EARNED / WS-LAST-HOURS
078800             END-IF
078900         END-IF
079000         COMPUTE WS-ACR-PERIOD-PAY ROUNDED =
079100             WS-ACR-HOURS * WS-ACR-RATE
079200         IF WS-ACR-HOURS = ZERO
079300             MOVE 'NO HOURS ON LAST PAY' TO WS-ACR-NOTE
079400         END-IF
079500     ELSE
079600         SET ACR-SALARIED TO TRUE
079700         MOVE EM-CURRENT-SALARY TO WS-ACR-PERIOD-PAY
079800         IF RATE-CHANGE-IN-EFFECT
079900             AND WS-RATE-PAY-TYPE = 'S'
080000             MOVE WS-RATE-IN-EFFECT TO WS-ACR-PERIOD-PAY
080100         END-IF
080200     END-IF
080300     IF WS-ACR-PERIOD-PAY NOT > ZERO
080400         AND WS-ACR-NOTE = SPACES
080500         MOVE 'NO PAY RATE ON FILE' TO WS-ACR-NOTE
080600     END-IF
080700     IF WS-ACR-NOTE NOT = SPACES
080800         ADD 1 TO WS-NOT-ACCRUED-COUNT
080900     ELSE
081000         COMPUTE WS-ACR-AMOUNT ROUNDED =
081100             WS-ACR-PERIOD-PAY * WS-ACCRUED-WORKDAYS
081200                 / WS-PERIOD-WORKDAYS
081300         IF ACR-HOURLY
081400             ADD 1 TO WS-HOURLY-COUNT
081500         ELSE
081600             ADD 1 TO WS-SALARIED-COUNT
081700         END-IF
081800     END-IF
081900     PERFORM 2500-DISTRIBUTE-ACCRUAL THRU 2500-EXIT.
082000 2200-NEXT.
082100     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
082200 2200-EXIT.
082300     EXIT.
082400*----------------------------------------------------------*
082500*    2300-FIND-LAST-PAY - BROWSE THE EMPLOYEE'S PAY        *
082600*    HISTORY FOR THE LATEST REGULAR, UNREVERSED PAYMENT    *
082700*    ON OR BEFORE THE MONTH END.  ITS PAY TYPE SAYS        *
082800*    WHETHER THE EMPLOYEE IS HOURLY, AND ITS HOURS ARE     *
082900*    THE HOURS ACCRUED.                                    *
083000*----------------------------------------------------------*
083100 2300-FIND-LAST-PAY.
083200     MOVE 'N' TO WS-EOH-SW
083300     MOVE 'N' TO WS-LAST-PAY-SW
083400     MOVE ZERO TO WS-LAST-PAY-DATE
083500     MOVE SPACE TO WS-LAST-PAY-TYPE
083600     MOVE ZERO TO WS-LAST-HOURS
083700     MOVE ZERO TO WS-LAST-EARNED
083800     MOVE EM-EMPLOYEE-ID TO PH-EMPLOYEE-ID
083900     MOVE ZERO TO PH-PAY-DATE
084000     MOVE LOW-VALUE TO PH-RUN-TYPE
084100     START PAY-HISTORY KEY IS NOT LESS THAN PH-HISTORY-KEY
084200         INVALID KEY
084300             SET END-OF-EMP-HISTORY TO TRUE
084400     END-START
084500     PERFORM 2310-READ-HISTORY THRU 2310-EXIT
084600         UNTIL END-OF-EMP-HISTORY.
084700 2300-EXIT.
084800     EXIT.
084900 2310-READ-HISTORY.
085000     READ PAY-HISTORY NEXT RECORD
085100         AT END
085200             SET END-OF-EMP-HISTORY TO TRUE
085300             GO TO 2310-EXIT
085400     END-READ
085500     IF WS-HISTF-STATUS NOT = '00'
085600         DISPLAY 'EXAMP-ACR1 - READ FAILED, HISTF STATUS='
085700             WS-HISTF-STATUS
085800         MOVE 16 TO RETURN-CODE
085900         STOP RUN
086000     END-IF
086100     IF PH-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
086200         OR PH-PAY-DATE > WS-MONTH-END
086300         SET END-OF-EMP-HISTORY TO TRUE
086400         GO TO 2310-EXIT
086500     END-IF
086600     IF PH-REVERSED
086700         OR PH-RUN-OFF-CYCLE
086800         GO TO 2310-EXIT
086900     END-IF
087000     SET LAST-PAY-FOUND TO TRUE
087100     MOVE PH-PAY-DATE TO WS-LAST-PAY-DATE
087200     MOVE PH-PAY-TYPE TO WS-LAST-PAY-TYPE
087300     MOVE ZERO TO WS-LAST-HOURS
087400     IF PH-HOURS-WORKED NUMERIC
087500         MOVE PH-HOURS-WORKED TO WS-LAST-HOURS
087600     END-IF
087700     MOVE PH-GROSS-PAY TO WS-LAST-EARNED
087800     IF PH-RETRO-GROSS NUMERIC
087900         SUBTRACT PH-RETRO-GROSS FROM WS-LAST-EARNED
088000     END-IF.
088100 2310-EXIT.
088200     EXIT.
088300*----------------------------------------------------------*
088400*    2400-FIND-RATE-CHANGE - THE LATEST RATE CHANGE        *
088500*    EFFECTIVE ON OR BEFORE THE MONTH END, FOUND THE WAY   *
088600*    EXAMP-PGM1 FINDS IT FOR THE RUN DATE.  IT IS USED     *
088700*    ONLY WHEN ITS PAY TYPE MATCHES THE EMPLOYEE'S.        *
088800*----------------------------------------------------------*
088900 2400-FIND-RATE-CHANGE.
089000     MOVE 'N' TO WS-RATE-EOF-SW
089100     MOVE 'N' TO WS-RATE-FOUND-SW
089200     MOVE EM-EMPLOYEE-ID TO RG-EMPLOYEE-ID
089300     MOVE ZERO TO RG-EFFECTIVE-DATE
089400     START RATE-CHANGE
089500         KEY IS NOT LESS THAN RG-RATE-KEY
089600         INVALID KEY
089700             SET END-OF-RATE-CHANGES TO TRUE
089800     END-START
089900     PERFORM 2410-READ-NEXT-RATE THRU 2410-EXIT
090000         UNTIL END-OF-RATE-CHANGES.
090100 2400-EXIT.
090200     EXIT.
090300 2410-READ-NEXT-RATE.
090400     READ RATE-CHANGE NEXT RECORD
090500         AT END
090600             SET END-OF-RATE-CHANGES TO TRUE
090700             GO TO 2410-EXIT
090800     END-READ
090900     IF WS-RATECHG-STATUS NOT = '00'
091000         DISPLAY 'EXAMP-ACR1 - READ FAILED, RATECHG STATUS='
091100             WS-RATECHG-STATUS
091200         MOVE 16 TO RETURN-CODE
091300         STOP RUN
091400     END-IF
091500     IF RG-EMPLOYEE-ID NOT = EM-EMPLOYEE-ID
091600         OR RG-EFFECTIVE-DATE > WS-MONTH-END
091700         SET END-OF-RATE-CHANGES TO TRUE
091800         GO TO 2410-EXIT
091900     END-IF
092000     SET RATE-CHANGE-IN-EFFECT TO TRUE
092100     MOVE RG-NEW-RATE TO WS-RATE-IN-EFFECT
092200     MOVE RG-PAY-TYPE TO WS-RATE-PAY-TYPE.
092300 2410-EXIT.
092400     EXIT.
092500*----------------------------------------------------------*
092600*    2500-DISTRIBUTE-ACCRUAL - SPREAD THE ACCRUAL OVER     *
092700*    THE EMPLOYEE'S LABOR SPLITS AS EXAMP-PGM3 SPREADS     *
092800*    THE PAY.  NO LABOR-DIST RECORD MEANS ONE SHARE FOR    *
092900*    THE HOME DEPARTMENT.                                  *
093000*----------------------------------------------------------*
093100 2500-DISTRIBUTE-ACCRUAL.
093200     MOVE 'N' TO WS-DIST-SW
093300     MOVE EM-EMPLOYEE-ID TO LD-EMPLOYEE-ID
093400     READ LABOR-DIST
093500         INVALID KEY
093600             IF WS-LABDIST-STATUS NOT = '23'
093700                 DISPLAY 'EXAMP-ACR1 - READ FAILED, LABDIST '
093800                     'STATUS=' WS-LABDIST-STATUS
093900                 MOVE 16 TO RETURN-CODE
094000                 STOP RUN
094100             END-IF
094200         NOT INVALID KEY
094300             IF LD-SPLIT-COUNT > ZERO
094400                 AND LD-SPLIT-COUNT NOT > 4
094500                 SET LABOR-IS-SPLIT TO TRUE
094600             END-IF
094700     END-READ
094800     IF LABOR-IS-SPLIT
094900         MOVE WS-ACR-AMOUNT TO WS-DIST-LEFT
095000         MOVE 1 TO WS-DIST-SUB
095100         PERFORM 2550-RELEASE-SPLIT THRU 2550-EXIT
095200             UNTIL WS-DIST-SUB > LD-SPLIT-COUNT
095300     ELSE
095400         MOVE 1 TO WS-DIST-SUB
095500         MOVE EM-EMPLOYEE-DEPT TO WS-SHARE-DEPT
095600         PERFORM 2600-LOOKUP-DEPT THRU 2600-EXIT
095700         MOVE 100 TO WS-SHARE-PERCENT
095800         MOVE WS-ACR-AMOUNT TO WS-SHARE-AMOUNT
095900         PERFORM 2700-RELEASE-SHARE THRU 2700-EXIT
096000     END-IF.
096100 2500-EXIT.
096200     EXIT.
096300*----------------------------------------------------------*
096400*    2550-RELEASE-SPLIT - ONE SPLIT'S SHARE.  THE SPLIT'S  *
096500*    OWN COST CENTER WINS WHEN KEYED, AND THE LAST SPLIT   *
096600*    TAKES WHAT IS LEFT SO NO CENT IS LOST OR ADDED.       *
096700*----------------------------------------------------------*
096800 2550-RELEASE-SPLIT.
096900     MOVE LD-DEPT (WS-DIST-SUB) TO WS-SHARE-DEPT
097000     PERFORM 2600-LOOKUP-DEPT THRU 2600-EXIT
097100     IF LD-COST-CENTER (WS-DIST-SUB) NOT = SPACES
097200         MOVE LD-COST-CENTER (WS-DIST-SUB) TO WS-SHARE-COST-CENTER
097300     END-IF
097400     MOVE LD-PERCENT (WS-DIST-SUB) TO WS-SHARE-PERCENT
097500     IF WS-DIST-SUB < LD-SPLIT-COUNT
097600         COMPUTE WS-SHARE-AMOUNT ROUNDED =
097700             WS-ACR-AMOUNT * LD-PERCENT (WS-DIST-SUB) / 100
097800     ELSE
097900         MOVE WS-DIST-LEFT TO WS-SHARE-AMOUNT
098000     END-IF
098100     SUBTRACT WS-SHARE-AMOUNT FROM WS-DIST-LEFT
098200     PERFORM 2700-RELEASE-SHARE THRU 2700-EXIT
098300     ADD 1 TO WS-DIST-SUB.
098400 2550-EXIT.
098500     EXIT.
098600*----------------------------------------------------------*
098700*    2600-LOOKUP-DEPT - NAME, GL EXPENSE ACCOUNT AND COST  *
098800*    CENTER OF WS-SHARE-DEPT.  A DEPARTMENT NOT ON FILE    *
098900*    FALLS BACK TO THE ACCOUNT AND COST CENTER EXAMP-PGM3  *
099000*    USES, SO THE ACCRUAL LANDS WHERE THE PAY WILL.        *
099100*----------------------------------------------------------*
099200 2600-LOOKUP-DEPT.
099300     MOVE WS-SHARE-DEPT TO DT-DEPT-CODE
099400     READ DEPT-MASTER
099500         INVALID KEY
099600             IF WS-DEPTF-STATUS NOT = '23'
099700                 DISPLAY 'EXAMP-ACR1 - READ FAILED, DEPTF '
099800                     'STATUS=' WS-DEPTF-STATUS
099900                 MOVE 16 TO RETURN-CODE
100000                 STOP RUN
100100             END-IF
100200             MOVE '** DEPT NOT ON DEPT MASTER **'
100300                 TO WS-SHARE-DEPT-NAME
100400             MOVE '510000' TO WS-SHARE-GL-ACCOUNT
100500             MOVE WS-SHARE-DEPT TO WS-SHARE-COST-CENTER
100600         NOT INVALID KEY
100700             MOVE DT-DEPT-NAME TO WS-SHARE-DEPT-NAME
100800             MOVE DT-GL-ACCOUNT TO WS-SHARE-GL-ACCOUNT
100900             MOVE DT-COST-CENTER TO WS-SHARE-COST-CENTER
101000     END-READ.
101100 2600-EXIT.
101200     EXIT.
101300 2700-RELEASE-SHARE.
101400     MOVE SPACES TO SORT-RECORD
101500     MOVE WS-SHARE-DEPT TO SR-DEPT
101600     MOVE EM-EMPLOYEE-ID TO SR-EMPLOYEE-ID
101700     MOVE WS-DIST-SUB TO SR-SPLIT-NO
101800     MOVE EM-EMPLOYEE-NAME TO SR-EMPLOYEE-NAME
101900     MOVE WS-SHARE-DEPT-NAME TO SR-DEPT-NAME
102000     MOVE WS-ACR-BASIS TO SR-BASIS
102100     MOVE WS-ACR-PERIOD-PAY TO SR-PERIOD-PAY
102200     MOVE WS-ACR-HOURS TO SR-HOURS
102300     MOVE WS-ACR-RATE TO SR-RATE
102400     MOVE WS-SHARE-PERCENT TO SR-PERCENT
102500     MOVE WS-SHARE-AMOUNT TO SR-AMOUNT
102600     MOVE WS-SHARE-GL-ACCOUNT TO SR-GL-ACCOUNT
102700     MOVE WS-SHARE-COST-CENTER TO SR-COST-CENTER
102800     MOVE WS-ACR-NOTE TO SR-NOTE
102900     RELEASE SORT-RECORD
103000     ADD 1 TO WS-SHARES-RELEASED.
103100 2700-EXIT.
103200     EXIT.
103300*----------------------------------------------------------*
103400*    3000-PRINT-REGISTER - SORT OUTPUT PROCEDURE.  ONE     *
103500*    BLOCK PER DEPARTMENT CHARGED, WITH ITS TOTAL, THEN    *
103600*    THE TOTAL FOR ALL DEPARTMENTS.                        *
103700*----------------------------------------------------------*
103800 3000-PRINT-REGISTER.
103900     PERFORM 5100-PRINT-PAGE-TOP THRU 5100-EXIT
104000     PERFORM 3100-RETURN-SHARE THRU 3100-EXIT
104100     IF END-OF-SORT
104200         IF PERIOD-CROSSES-MONTH
104300             MOVE 'NO ACTIVE EMPLOYEES TO ACCRUE' TO AM-TEXT
104400         ELSE
104500             MOVE 'NO PAY PERIOD CROSSES THE MONTH END'
104600                 TO AM-TEXT
104700         END-IF
104800         PERFORM 5300-WRITE-MESSAGE THRU 5300-EXIT
104900         GO TO 3000-EXIT
105000     END-IF
105100     PERFORM 3200-PRINT-DEPARTMENT THRU 3200-EXIT
105200         UNTIL END-OF-SORT
105300     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
105400         PERFORM 5100-PRINT-PAGE-TOP THRU 5100-EXIT
105500     END-IF
105600     MOVE WS-GRAND-TOTAL TO AGT-AMOUNT
105700     WRITE ACR-LINE FROM ACR-GRAND-TOTAL-LINE
105800         AFTER ADVANCING 2 LINES
105900     PERFORM 5000-CHECK-REPORT-WRITE THRU 5000-EXIT.
106000 3000-EXIT.
106100     EXIT.
106200 3100-RETURN-SHARE.
106300     RETURN SORT-WRKFILE
106400         AT END
106500             SET END-OF-SORT TO TRUE
106600             GO TO 3100-EXIT
106700     END-RETURN
106800     ADD 1 TO WS-SHARES-RETURNED.
106900 3100-EXIT.
107000     EXIT.
107100 3200-PRINT-DEPARTMENT.
107200     MOVE SR-DEPT TO WS-CURR-DEPT
107300     MOVE SR-DEPT-NAME TO WS-CURR-DEPT-NAME
107400     MOVE ZERO TO WS-DEPT-SHARES
107500     MOVE ZERO TO WS-DEPT-TOTAL
107600     IF WS-LINE-COUNT + 4 > WS-MAX-LINES-PER-PAGE
107700         PERFORM 5100-PRINT-PAGE-TOP THRU 5100-EXIT
107800     END-IF
107900     PERFORM 3250-PRINT-DEPT-HEADING THRU 3250-EXIT
108000     PERFORM 3300-PRINT-SHARE THRU 3300-EXIT
108100         UNTIL END-OF-SORT
108200            OR SR-DEPT NOT = WS-CURR-DEPT
108300     MOVE WS-CURR-DEPT TO ADT-DEPT
108400     MOVE WS-DEPT-SHARES TO ADT-SHARES
108500     MOVE WS-DEPT-TOTAL TO ADT-AMOUNT
108600     WRITE ACR-LINE FROM ACR-DEPT-TOTAL-LINE
108700         AFTER ADVANCING 1 LINE
108800     PERFORM 5000-CHECK-REPORT-WRITE THRU 5000-EXIT.
108900 3200-EXIT.
109000     EXIT.
109100 3250-PRINT-DEPT-HEADING.
109200     MOVE WS-CURR-DEPT TO ADH-DEPT
109300     MOVE WS-CURR-DEPT-NAME TO ADH-DEPT-NAME
109400     WRITE ACR-LINE FROM ACR-DEPT-LINE
109500         AFTER ADVANCING 2 LINES
109600     PERFORM 5000-CHECK-REPORT-WRITE THRU 5000-EXIT
109700     ADD 1 TO WS-LINE-COUNT.
109800 3250-EXIT.
109900     EXIT.
110000*----------------------------------------------------------*
110100*    3300-PRINT-SHARE - ONE REGISTER LINE.  THE SHARE IS   *
110200*    ADDED TO THE DEPARTMENT, THE REGISTER, AND ITS GL     *
110300*    ACCOUNT AND COST CENTER.                              *
110400*----------------------------------------------------------*
110500 3300-PRINT-SHARE.
110600     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
110700         PERFORM 5100-PRINT-PAGE-TOP THRU 5100-EXIT
110800         PERFORM 3250-PRINT-DEPT-HEADING THRU 3250-EXIT
110900     END-IF
111000     MOVE SR-EMPLOYEE-ID TO AD-EMPLOYEE-ID
111100     MOVE SR-EMPLOYEE-NAME TO AD-EMPLOYEE-NAME
111200     IF SR-HOURLY
111300         MOVE 'HOURLY' TO AD-BASIS
111400     ELSE
111500         MOVE 'SALARY' TO AD-BASIS
111600     END-IF
111700     MOVE SR-PERIOD-PAY TO AD-PERIOD-PAY
111800     MOVE SR-HOURS TO AD-HOURS
111900     MOVE SR-RATE TO AD-RATE
112000     MOVE SR-PERCENT TO AD-PERCENT
112100     MOVE SR-AMOUNT TO AD-AMOUNT
112200     MOVE SR-GL-ACCOUNT TO AD-GL-ACCOUNT
112300     MOVE SR-COST-CENTER TO AD-COST-CENTER
112400     MOVE SR-NOTE TO AD-NOTE
112500     WRITE ACR-LINE FROM ACR-DETAIL-LINE
112600         AFTER ADVANCING 1 LINE
112700     PERFORM 5000-CHECK-REPORT-WRITE THRU 5000-EXIT
112800     ADD 1 TO WS-DEPT-SHARES
112900     ADD SR-AMOUNT TO WS-DEPT-TOTAL
113000     ADD SR-AMOUNT TO WS-GRAND-TOTAL
113100     IF SR-AMOUNT NOT = ZERO
113200         PERFORM 3400-ADD-GL-TOTAL THRU 3400-EXIT
113300     END-IF
113400     PERFORM 3100-RETURN-SHARE THRU 3100-EXIT.
113500 3300-EXIT.
113600     EXIT.
113700*----------------------------------------------------------*
113800*    3400-ADD-GL-TOTAL - FIND OR ADD THE SHARE'S ACCOUNT   *
113900*    AND COST CENTER IN THE GL TOTALS TABLE.               *
114000*----------------------------------------------------------*
114100 3400-ADD-GL-TOTAL.
114200     MOVE 'N' TO WS-GLT-FOUND-SW
114300     MOVE 1 TO WS-GLT-SUB
114400     PERFORM 3410-FIND-GL-TOTAL THRU 3410-EXIT
114500         UNTIL GL-TOTAL-FOUND
114600            OR WS-GLT-SUB > WS-GLT-COUNT
114700     IF NOT GL-TOTAL-FOUND
114800         IF WS-GLT-COUNT >= WS-GLT-MAX
114900             DISPLAY 'EXAMP-ACR1 - MORE THAN ' WS-GLT-MAX
115000                 ' GL ACCOUNT/COST CENTER COMBINATIONS'
115100             MOVE 16 TO RETURN-CODE
115200             STOP RUN
115300         END-IF
115400         ADD 1 TO WS-GLT-COUNT
115500         MOVE WS-GLT-COUNT TO WS-GLT-SUB
115600         MOVE SR-GL-ACCOUNT TO WS-GLT-ACCOUNT (WS-GLT-SUB)
115700         MOVE SR-COST-CENTER TO WS-GLT-COST-CENTER (WS-GLT-SUB)
115800         MOVE ZERO TO WS-GLT-AMOUNT (WS-GLT-SUB)
115900     END-IF
116000     ADD SR-AMOUNT TO WS-GLT-AMOUNT (WS-GLT-SUB)
116100         ON SIZE ERROR
116200             DISPLAY 'EXAMP-ACR1 - ACCRUAL FOR ACCOUNT '
116300                 SR-GL-ACCOUNT ' COST CENTER ' SR-COST-CENTER
116400                 ' TOO LARGE FOR THE GL EXTRACT'
116500             MOVE 16 TO RETURN-CODE
116600             STOP RUN
116700     END-ADD.
116800 3400-EXIT.
116900     EXIT.
117000 3410-FIND-GL-TOTAL.
117100     IF WS-GLT-ACCOUNT (WS-GLT-SUB) = SR-GL-ACCOUNT
117200         AND WS-GLT-COST-CENTER (WS-GLT-SUB) = SR-COST-CENTER
117300         SET GL-TOTAL-FOUND TO TRUE
117400     ELSE
117500         ADD 1 TO WS-GLT-SUB
117600     END-IF.
117700 3410-EXIT.
117800     EXIT.
117900*----------------------------------------------------------*
118000*    4000-COUNT-WORKDAYS - WALK THE PERIOD ONE DAY AT A    *
118100*    TIME, COUNTING THE WEEKDAYS IN THE WHOLE PERIOD AND   *
118200*    THOSE ON OR BEFORE THE MONTH END.                     *
118300*----------------------------------------------------------*
118400 4000-COUNT-WORKDAYS.
118500     MOVE ZERO TO WS-PERIOD-WORKDAYS
118600     MOVE ZERO TO WS-ACCRUED-WORKDAYS
118700     MOVE WS-PERIOD-START TO WS-CAL-DATE
118800     PERFORM 4100-FIND-WEEKDAY THRU 4100-EXIT
118900     PERFORM 4200-COUNT-ONE-DAY THRU 4200-EXIT
119000         UNTIL WS-CAL-DATE > WS-PERIOD-END
119100     IF WS-PERIOD-WORKDAYS = ZERO
119200         DISPLAY 'EXAMP-ACR1 - PAY PERIOD ' WS-PERIOD-START
119300             ' - ' WS-PERIOD-END ' HAS NO WORKDAYS - NOTHING TO '
119400             'ACCRUE'
119500         MOVE 'N' TO WS-CROSS-SW
119600     END-IF.
119700 4000-EXIT.
119800     EXIT.
119900*----------------------------------------------------------*
120000*    4100-FIND-WEEKDAY - DAY OF THE WEEK OF WS-CAL-DATE,   *
120100*    0 = SUNDAY.  JANUARY AND FEBRUARY COUNT AS THE END    *
120200*    OF THE YEAR BEFORE, SO THE LEAP DAY FALLS LAST.       *
120300*----------------------------------------------------------*
120400 4100-FIND-WEEKDAY.
120500     MOVE WS-CAL-YYYY TO WS-WD-YEAR
120600     IF WS-CAL-MM < 3
120700         SUBTRACT 1 FROM WS-WD-YEAR
120800     END-IF
120900     DIVIDE WS-WD-YEAR BY 4 GIVING WS-WD-QUOT-4
121000     DIVIDE WS-WD-YEAR BY 100 GIVING WS-WD-QUOT-100
121100     DIVIDE WS-WD-YEAR BY 400 GIVING WS-WD-QUOT-400
121200     COMPUTE WS-WD-SUM = WS-WD-YEAR + WS-WD-QUOT-4
121300         - WS-WD-QUOT-100 + WS-WD-QUOT-400
121400         + WS-MONTH-OFFSET (WS-CAL-MM) + WS-CAL-DD
121500     DIVIDE WS-WD-SUM BY 7 GIVING WS-WD-QUOT
121600         REMAINDER WS-CAL-WEEKDAY.
121700 4100-EXIT.
121800     EXIT.
121900 4200-COUNT-ONE-DAY.
122000     IF NOT CAL-WEEKEND
122100         ADD 1 TO WS-PERIOD-WORKDAYS
122200         IF WS-CAL-DATE NOT > WS-MONTH-END
122300             ADD 1 TO WS-ACCRUED-WORKDAYS
122400         END-IF
122500     END-IF
122600     PERFORM 4300-NEXT-DAY THRU 4300-EXIT
122700     IF WS-CAL-WEEKDAY = 6
122800         MOVE ZERO TO WS-CAL-WEEKDAY
122900     ELSE
123000         ADD 1 TO WS-CAL-WEEKDAY
123100     END-IF.
123200 4200-EXIT.
123300     EXIT.
123400*----------------------------------------------------------*
123500*    4300-NEXT-DAY - STEP WS-CAL-DATE FORWARD ONE DAY.     *
123600*----------------------------------------------------------*
123700 4300-NEXT-DAY.
123800     PERFORM 4400-SET-MONTH-DAYS THRU 4400-EXIT
123900     IF WS-CAL-DD < WS-MONTH-DAYS
124000         ADD 1 TO WS-CAL-DD
124100         GO TO 4300-EXIT
124200     END-IF
124300     MOVE 1 TO WS-CAL-DD
124400     IF WS-CAL-MM < 12
124500         ADD 1 TO WS-CAL-MM
124600     ELSE
124700         MOVE 1 TO WS-CAL-MM
124800         ADD 1 TO WS-CAL-YYYY
124900     END-IF.
125000 4300-EXIT.
125100     EXIT.
125200*----------------------------------------------------------*
125300*    4400-SET-MONTH-DAYS - DAYS IN THE MONTH OF            *
125400*    WS-CAL-DATE, WITH 29 FOR A LEAP-YEAR FEBRUARY.        *
125500*----------------------------------------------------------*
125600 4400-SET-MONTH-DAYS.
125700     MOVE WS-DAYS-IN-MONTH (WS-CAL-MM) TO WS-MONTH-DAYS
125800     IF WS-CAL-MM NOT = 2
125900         GO TO 4400-EXIT
126000     END-IF
126100     DIVIDE WS-CAL-YYYY BY 4 GIVING WS-LEAP-QUOT
126200         REMAINDER WS-LEAP-REM-4
126300     DIVIDE WS-CAL-YYYY BY 100 GIVING WS-LEAP-QUOT
126400         REMAINDER WS-LEAP-REM-100
126500     DIVIDE WS-CAL-YYYY BY 400 GIVING WS-LEAP-QUOT
126600         REMAINDER WS-LEAP-REM-400
126700     IF WS-LEAP-REM-4 = ZERO
126800         AND (WS-LEAP-REM-100 NOT = ZERO
126900              OR WS-LEAP-REM-400 = ZERO)
127000         MOVE 29 TO WS-MONTH-DAYS
127100     END-IF.
127200 4400-EXIT.
127300     EXIT.
127400*----------------------------------------------------------*
127500*    5000-CHECK-REPORT-WRITE - STATUS AND LINE COUNT.      *
127600*----------------------------------------------------------*
127700 5000-CHECK-REPORT-WRITE.
127800     IF WS-ACRRPT-STATUS NOT = '00'
127900         DISPLAY 'EXAMP-ACR1 - WRITE FAILED, ACRRPT STATUS='
128000             WS-ACRRPT-STATUS
128100         MOVE 16 TO RETURN-CODE
128200         STOP RUN
128300     END-IF
128400     ADD 1 TO WS-LINE-COUNT.
128500 5000-EXIT.
128600     EXIT.
128700*----------------------------------------------------------*
128800*    5100-PRINT-PAGE-TOP - HEADINGS, PERIOD AND COLUMNS.   *
128900*----------------------------------------------------------*
129000 5100-PRINT-PAGE-TOP.
129100     ADD 1 TO WS-PAGE-NO
129200     MOVE WS-MONTH-END-DISPLAY TO AH1-MONTH-END
129300     MOVE WS-REVERSAL-DISPLAY TO AH1-REVERSAL-DATE
129400     MOVE WS-RUN-DATE-DISPLAY TO AH1-RUN-DATE
129500     MOVE WS-PAGE-NO TO AH1-PAGE-NO
129600     WRITE ACR-LINE FROM ACR-HEADER-LINE1
129700         AFTER ADVANCING PAGE
129800     PERFORM 5000-CHECK-REPORT-WRITE THRU 5000-EXIT
129900     MOVE WS-PERIOD-START TO AH2-PERIOD-START
130000     MOVE WS-PERIOD-END TO AH2-PERIOD-END
130100     MOVE WS-PERIOD-STATUS TO AH2-PERIOD-STATUS
130200     MOVE WS-ACCRUED-WORKDAYS TO AH2-ACCRUED-DAYS
130300     MOVE WS-PERIOD-WORKDAYS TO AH2-PERIOD-DAYS
130400     WRITE ACR-LINE FROM ACR-HEADER-LINE2
130500         AFTER ADVANCING 1 LINE
130600     PERFORM 5000-CHECK-REPORT-WRITE THRU 5000-EXIT
130700     WRITE ACR-LINE FROM ACR-COLUMN-LINE
130800         AFTER ADVANCING 2 LINES
130900     PERFORM 5000-CHECK-REPORT-WRITE THRU 5000-EXIT
131000     MOVE 5 TO WS-LINE-COUNT.
131100 5100-EXIT.
131200     EXIT.
131300 5300-WRITE-MESSAGE.
131400     WRITE ACR-LINE FROM ACR-MESSAGE-LINE
131500         AFTER ADVANCING 1 LINE
131600     PERFORM 5000-CHECK-REPORT-WRITE THRU 5000-EXIT.
131700 5300-EXIT.
131800     EXIT.
131900*----------------------------------------------------------*
132000*    5900-EDIT-DATE - WS-DATE-EDIT-IN (YYYYMMDD) TO        *
132100*    MM/DD/YYYY IN WS-DATE-DISPLAY.                        *
132200*----------------------------------------------------------*
132300 5900-EDIT-DATE.
132400     MOVE WS-DE-MM-IN TO WS-DE-MM
132500     MOVE WS-DE-DD-IN TO WS-DE-DD
132600     MOVE WS-DE-YYYY-IN TO WS-DE-YYYY.
132700 5900-EXIT.
132800     EXIT.
132900*----------------------------------------------------------*
133000*    7000-WRITE-GL-JOURNAL - THE ACCRUALS DATED THE MONTH  *
133100*    END, THEN THE REVERSALS DATED THE FIRST OF THE NEXT   *
133200*    MONTH, ONE RECORD EACH PER ACCOUNT AND COST CENTER.   *
133300*    THE SAME FIGURES PRINT AS THE LAST PAGE OF THE        *
133400*    REGISTER.                                             *
133500*----------------------------------------------------------*
133600 7000-WRITE-GL-JOURNAL.
133700     PERFORM 5100-PRINT-PAGE-TOP THRU 5100-EXIT
133800     MOVE 'GL ACCRUAL JOURNAL BY ACCOUNT AND COST CENTER'
133900         TO AM-TEXT
134000     PERFORM 5300-WRITE-MESSAGE THRU 5300-EXIT
134100     WRITE ACR-LINE FROM ACR-GL-COLUMN-LINE1
134200         AFTER ADVANCING 2 LINES
134300     PERFORM 5000-CHECK-REPORT-WRITE THRU 5000-EXIT
134400     MOVE WS-MONTH-END-DISPLAY TO AGC-ACCRUAL-DATE
134500     MOVE WS-REVERSAL-DISPLAY TO AGC-REVERSAL-DATE
134600     WRITE ACR-LINE FROM ACR-GL-COLUMN-LINE2
134700         AFTER ADVANCING 1 LINE
134800     PERFORM 5000-CHECK-REPORT-WRITE THRU 5000-EXIT
134900     MOVE 1 TO WS-GLT-SUB
135000     PERFORM 7100-WRITE-ACCRUAL THRU 7100-EXIT
135100         UNTIL WS-GLT-SUB > WS-GLT-COUNT
135200     MOVE 1 TO WS-GLT-SUB
135300     PERFORM 7200-WRITE-REVERSAL THRU 7200-EXIT
135400         UNTIL WS-GLT-SUB > WS-GLT-COUNT
135500     MOVE 'TOTAL' TO AG-GL-ACCOUNT
135600     MOVE SPACES TO AG-COST-CENTER
135700     MOVE WS-GL-ACCRUAL-TOTAL TO AG-ACCRUAL
135800     MOVE WS-GL-REVERSAL-TOTAL TO AG-REVERSAL
135900     WRITE ACR-LINE FROM ACR-GL-LINE
136000         AFTER ADVANCING 2 LINES
136100     PERFORM 5000-CHECK-REPORT-WRITE THRU 5000-EXIT.
136200 7000-EXIT.
136300     EXIT.
136400 7100-WRITE-ACCRUAL.
136500     MOVE SPACES TO GL-EXTRACT-RECORD
136600     MOVE ZERO TO GL-EMPLOYEE-ID
136700     MOVE WS-GLT-ACCOUNT (WS-GLT-SUB) TO GL-ACCOUNT-NUMBER
136800     MOVE WS-GLT-COST-CENTER (WS-GLT-SUB) TO GL-COST-CENTER
136900     MOVE WS-GLT-AMOUNT (WS-GLT-SUB) TO GL-AMOUNT
137000     MOVE WS-MONTH-END TO GL-RUN-DATE
137100     SET GL-EARN-ACCRUAL TO TRUE
137200     PERFORM 7300-WRITE-GL-RECORD THRU 7300-EXIT
137300     ADD GL-AMOUNT TO WS-GL-ACCRUAL-TOTAL
137400     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
137500         PERFORM 5100-PRINT-PAGE-TOP THRU 5100-EXIT
137600     END-IF
137700     MOVE WS-GLT-ACCOUNT (WS-GLT-SUB) TO AG-GL-ACCOUNT
137800     MOVE WS-GLT-COST-CENTER (WS-GLT-SUB) TO AG-COST-CENTER
137900     MOVE WS-GLT-AMOUNT (WS-GLT-SUB) TO AG-ACCRUAL
138000     COMPUTE AG-REVERSAL = ZERO - WS-GLT-AMOUNT (WS-GLT-SUB)
138100     WRITE ACR-LINE FROM ACR-GL-LINE
138200         AFTER ADVANCING 1 LINE
138300     PERFORM 5000-CHECK-REPORT-WRITE THRU 5000-EXIT
138400     ADD 1 TO WS-GLT-SUB.
138500 7100-EXIT.
138600     EXIT.
138700 7200-WRITE-REVERSAL.
138800     MOVE SPACES TO GL-EXTRACT-RECORD
138900     MOVE ZERO TO GL-EMPLOYEE-ID
139000     MOVE WS-GLT-ACCOUNT (WS-GLT-SUB) TO GL-ACCOUNT-NUMBER
139100     MOVE WS-GLT-COST-CENTER (WS-GLT-SUB) TO GL-COST-CENTER
139200     COMPUTE GL-AMOUNT = ZERO - WS-GLT-AMOUNT (WS-GLT-SUB)
139300     MOVE WS-REVERSAL-DATE TO GL-RUN-DATE
139400     SET GL-EARN-ACCRUAL-REVERSAL TO TRUE
139500     PERFORM 7300-WRITE-GL-RECORD THRU 7300-EXIT
139600     ADD GL-AMOUNT TO WS-GL-REVERSAL-TOTAL
139700     ADD 1 TO WS-GLT-SUB.
139800 7200-EXIT.
139900     EXIT.
140000 7300-WRITE-GL-RECORD.
140100     WRITE GL-EXTRACT-RECORD
140200     IF WS-GLACR-STATUS NOT = '00'
140300         DISPLAY 'EXAMP-ACR1 - WRITE FAILED, GLACR STATUS='
140400             WS-GLACR-STATUS
140500         MOVE 16 TO RETURN-CODE
140600         STOP RUN
140700     END-IF
140800     ADD 1 TO WS-GL-WRITTEN.
140900 7300-EXIT.
141000     EXIT.
141100*----------------------------------------------------------*
141200*    8000-TERMINATE - CONTROL TOTALS, THE PROOF THAT THE   *
141300*    ACCRUAL AND THE REVERSAL EACH EQUAL THE REGISTER,     *
141400*    CLOSE, RETURN CODE.                                   *
141500*----------------------------------------------------------*
141600 8000-TERMINATE.
141700     PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT
141800     CLOSE RUN-CONTROL
141900     CLOSE EMPLOYEE-MASTER
142000     CLOSE PAY-HISTORY
142100     CLOSE RATE-CHANGE
142200     CLOSE LABOR-DIST
142300     CLOSE DEPT-MASTER
142400     CLOSE GL-ACCRUAL
142500     CLOSE ACCRUAL-REPORT
142600     COMPUTE WS-PROOF-AMOUNT = ZERO - WS-GL-REVERSAL-TOTAL
142700     IF WS-GL-ACCRUAL-TOTAL NOT = WS-GRAND-TOTAL
142800         OR WS-PROOF-AMOUNT NOT = WS-GRAND-TOTAL
142900         OR WS-SHARES-RETURNED NOT = WS-SHARES-RELEASED
143000         DISPLAY 'EXAMP-ACR1 - GL ACCRUAL DOES NOT AGREE WITH '
143100             'THE REGISTER - DO NOT POST GLACR'
143200         MOVE 16 TO RETURN-CODE
143300         GO TO 8000-EXIT
143400     END-IF
143500     IF NOT PERIOD-CROSSES-MONTH
143600         MOVE 4 TO RETURN-CODE
143700         GO TO 8000-EXIT
143800     END-IF
143900     IF WS-NOT-ACCRUED-COUNT > ZERO
144000         DISPLAY 'EXAMP-ACR1 - ' WS-NOT-ACCRUED-COUNT
144100             ' ACTIVE EMPLOYEE(S) NOT ACCRUED - SEE ACRRPT'
144200         MOVE 4 TO RETURN-CODE
144300     ELSE
144400         MOVE 0 TO RETURN-CODE
144500     END-IF.
144600 8000-EXIT.
144700     EXIT.
144800 8100-WRITE-SUMMARY.
144900     PERFORM 5100-PRINT-PAGE-TOP THRU 5100-EXIT
145000     MOVE 'EMPLOYEE MASTERS READ       :' TO AS-LABEL
145100     MOVE WS-MASTER-READ TO AS-VALUE
145200     PERFORM 8110-WRITE-COUNT THRU 8110-EXIT
145300     MOVE 'ACTIVE EMPLOYEES            :' TO AS-LABEL
145400     MOVE WS-ACTIVE-COUNT TO AS-VALUE
145500     PERFORM 8110-WRITE-COUNT THRU 8110-EXIT
145600     MOVE 'ACCRUED - SALARIED          :' TO AS-LABEL
145700     MOVE WS-SALARIED-COUNT TO AS-VALUE
145800     PERFORM 8110-WRITE-COUNT THRU 8110-EXIT
145900     MOVE 'ACCRUED - HOURLY            :' TO AS-LABEL
146000     MOVE WS-HOURLY-COUNT TO AS-VALUE
146100     PERFORM 8110-WRITE-COUNT THRU 8110-EXIT
146200     MOVE 'ACTIVE - NOT ACCRUED        :' TO AS-LABEL
146300     MOVE WS-NOT-ACCRUED-COUNT TO AS-VALUE
146400     PERFORM 8110-WRITE-COUNT THRU 8110-EXIT
146500     MOVE 'REGISTER LINES              :' TO AS-LABEL
146600     MOVE WS-SHARES-RETURNED TO AS-VALUE
146700     PERFORM 8110-WRITE-COUNT THRU 8110-EXIT
146800     MOVE 'GL JOURNAL RECORDS WRITTEN  :' TO AS-LABEL
146900     MOVE WS-GL-WRITTEN TO AS-VALUE
147000     PERFORM 8110-WRITE-COUNT THRU 8110-EXIT
147100     MOVE 'REGISTER ACCRUAL TOTAL      :' TO AA-LABEL
147200     MOVE WS-GRAND-TOTAL TO AA-AMOUNT
147300     PERFORM 8120-WRITE-AMOUNT THRU 8120-EXIT
147400     MOVE 'GL ACCRUAL TOTAL            :' TO AA-LABEL
147500     MOVE WS-GL-ACCRUAL-TOTAL TO AA-AMOUNT
147600     PERFORM 8120-WRITE-AMOUNT THRU 8120-EXIT
147700     MOVE 'GL REVERSAL TOTAL           :' TO AA-LABEL
147800     MOVE WS-GL-REVERSAL-TOTAL TO AA-AMOUNT
147900     PERFORM 8120-WRITE-AMOUNT THRU 8120-EXIT
148000     MOVE SPACES TO ACR-LINE
148100     WRITE ACR-LINE
148200         AFTER ADVANCING 1 LINE
148300     PERFORM 5000-CHECK-REPORT-WRITE THRU 5000-EXIT
148400     COMPUTE WS-PROOF-AMOUNT = ZERO - WS-GL-REVERSAL-TOTAL
148500     IF WS-GL-ACCRUAL-TOTAL = WS-GRAND-TOTAL
148600         AND WS-PROOF-AMOUNT = WS-GRAND-TOTAL
148700         AND WS-SHARES-RETURNED = WS-SHARES-RELEASED
148800         MOVE '*** ACCRUAL AND REVERSAL AGREE WITH REGISTER ***'
148900             TO AM-TEXT
149000     ELSE
149100         MOVE '*** GL ACCRUAL OUT OF BALANCE - DO NOT POST ***'
149200             TO AM-TEXT
149300     END-IF
149400     PERFORM 5300-WRITE-MESSAGE THRU 5300-EXIT.
149500 8100-EXIT.
149600     EXIT.
149700 8110-WRITE-COUNT.
149800     WRITE ACR-LINE FROM ACR-SUMMARY-LINE
149900         AFTER ADVANCING 1 LINE
150000     PERFORM 5000-CHECK-REPORT-WRITE THRU 5000-EXIT.
150100 8110-EXIT.
150200     EXIT.
150300 8120-WRITE-AMOUNT.
150400     WRITE ACR-LINE FROM ACR-AMOUNT-LINE
150500         AFTER ADVANCING 1 LINE
150600     PERFORM 5000-CHECK-REPORT-WRITE THRU 5000-EXIT.
150700 8120-EXIT.
150800     EXIT.
