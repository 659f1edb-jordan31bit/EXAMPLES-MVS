000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    EXAMP-QTR1.
000300 AUTHOR.        D MARCHETTI.
000400 INSTALLATION.  PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    QUARTERLY PAYROLL TAX RETURN WORKSHEET AND WAGE
000900*    RECONCILIATION (SEE QTRJB IN JCL).  RUN ONCE WHEN A CALENDAR
001000*    QUARTER CLOSES - AFTER THE LAST PAY RUN DATED IN THE QUARTER
001100*    AND BEFORE THE FIRST RUN OF THE NEXT ONE.  UNTIL THIS
001200*    PROGRAM EXISTED THE TAX DESK REBUILT THE RETURN FIGURES BY
001300*    HAND FROM THE EXAMP-RPT1 EARNINGS STATEMENTS.
001400*
001500*    ONE PASS OVER THE PAY HISTORY FILE (EMPLOYEE-ID + PAY DATE
001600*    ORDER) IS MATCHED AGAINST A BROWSE OF EMPLOYEE-MASTER AND
001700*    AGAINST THE YTD SNAPSHOT THIS PROGRAM WROTE AT THE CLOSE OF
001800*    THE PRIOR QUARTER.  IT PRODUCES:
001900*      - THE RETURN WORKSHEET (QTRRPT): ONE LINE PER PAY DATE IN
002000*        THE QUARTER, WITH EVERY OFF-CYCLE PAY DATE ON ITS OWN
002100*        LINE; EMPLOYEE COUNT, WAGES, FEDERAL WITHHOLDING AND
002200*        STATE WITHHOLDING BY STATE (DM-STATE-CODE ON
002300*        DEDUCT-MASTER - AN EMPLOYEE WITH NO DEDUCT-MASTER
002400*        RECORD IS SHOWN UNDER '--'); AND THE FEDERAL RETURN
002500*        SUMMARY WITH THE SOCIAL SECURITY AND MEDICARE TAX
002600*        (EMPLOYEE AND EMPLOYER SHARES).  HISTORY REVERSED BY
002700*        EXAMP-RVS1 (PH-REVERSED) IS LEFT OUT AND COUNTED.
002800*      - THE WAGE RECONCILIATION (QTRREC): FOR EVERY EMPLOYEE,
002900*        EACH YTD BUCKET'S CHANGE OVER THE QUARTER (EMPMAST NOW
003000*        LESS THE PRIOR-QUARTER SNAPSHOT) IS COMPARED WITH THE
003100*        QUARTER'S SUMMED HISTORY.  EVERY BUCKET THAT DISAGREES
003200*        IS LISTED SO A GAP IS CAUGHT BEFORE THE RETURN IS FILED.
003300*        A PRIOR-QUARTER PAYMENT REVERSED DURING THE QUARTER
003400*        COMES OUT OF THE YTD BUCKETS IN THIS QUARTER, SO IT IS
003500*        TAKEN OFF THE HISTORY SIDE TOO.
003600*      - A NEW YTD SNAPSHOT GENERATION (YTDNEW) HOLDING EACH
003700*        EMPLOYEE'S YTD BUCKETS AS OF THIS CLOSE, READ BACK AS
003800*        YTDPRV BY NEXT QUARTER'S RUN.
003900*    THE OPENING YTD FOR THE FIRST QUARTER IS ZERO.  FOR A LATER
004000*    QUARTER WITH NO SNAPSHOT (YTDPRV EMPTY - THE FIRST RUN EVER)
004100*    THE OPENING IS TAKEN FROM THE YEAR'S EARLIER HISTORY AND THE
004200*    REGISTER SAYS SO.
004300*
004400*    THE QUARTER COMES IN ON AN 80-BYTE PARAMETER CARD:
004500*      COL  1-4    TAX YEAR YYYY.
004600*      COL  5      QUARTER 1-4.
004700*
004800*    RETURN CODES: 0 = CLEAN, 4 = ONE OR MORE EMPLOYEES OUT OF
004900*    BALANCE (SEE QTRREC), 16 = PARAMETER/FILE FAILURE.
005000*
005100*    MODIFICATION HISTORY.
005200*    DATE       INIT  DESCRIPTION
005300*    ---------  ----  ---------------------------------------
005400*    10/15/26   DM    ORIGINAL VERSION.
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER. IBM-370.
005800 OBJECT-COMPUTER. IBM-370.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT QTR-PARM
006200     ASSIGN TO UT-S-QTRPARM
006300     FILE STATUS IS WS-QTRPARM-STATUS.
006400     SELECT PAY-HISTORY
006500     ASSIGN TO UT-S-HISTF
006600     ORGANIZATION IS INDEXED
006700     ACCESS MODE IS SEQUENTIAL
006800     RECORD KEY IS PH-HISTORY-KEY
006900     FILE STATUS IS WS-HISTF-STATUS.
007000     SELECT EMPLOYEE-MASTER
007100     ASSIGN TO UT-S-MASTF
007200     ORGANIZATION IS INDEXED
007300     ACCESS MODE IS DYNAMIC
007400     RECORD KEY IS EM-EMPLOYEE-ID
007500     FILE STATUS IS WS-MASTER-STATUS.
007600     SELECT DEDUCT-MASTER
007700     ASSIGN TO UT-S-DEDMST
007800     ORGANIZATION IS INDEXED
007900     ACCESS MODE IS RANDOM
008000     RECORD KEY IS DM-EMPLOYEE-ID
008100     FILE STATUS IS WS-DEDMST-STATUS.
008200     SELECT YTD-SNAP-IN
008300     ASSIGN TO UT-S-YTDPRV
008400     FILE STATUS IS WS-YTDPRV-STATUS.
008500     SELECT YTD-SNAP-OUT
008600     ASSIGN TO UT-S-YTDNEW
008700     FILE STATUS IS WS-YTDNEW-STATUS.
008800     SELECT WORKSHEET-RPT
008900     ASSIGN TO UT-S-QTRRPT
009000     FILE STATUS IS WS-QTRRPT-STATUS.
009100     SELECT RECON-RPT
009200     ASSIGN TO UT-S-QTRREC
009300     FILE STATUS IS WS-QTRREC-STATUS.
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  QTR-PARM
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE OMITTED
009900     RECORD CONTAINS 80 CHARACTERS
010000     BLOCK CONTAINS 10 RECORDS
010100     DATA RECORD IS QTR-PARM-RECORD.
010200 01  QTR-PARM-RECORD.
010300     02  QP-TAX-YEAR                  PIC 9(04).
010400     02  QP-QUARTER                   PIC 9(01).
010500     02  FILLER                       PIC X(75).
010600 FD  PAY-HISTORY
010700     RECORD CONTAINS 160 CHARACTERS
010800     DATA RECORD IS PAY-HISTORY-RECORD.
010900     COPY PAYHIST.
011000 FD  EMPLOYEE-MASTER
011100     RECORD CONTAINS 200 CHARACTERS
011200     DATA RECORD IS EMPLOYEE-MASTER-RECORD.
011300     COPY EMPMAST.
011400 FD  DEDUCT-MASTER
011500     RECORD CONTAINS 80 CHARACTERS
011600     DATA RECORD IS DEDUCT-MASTER-RECORD.
011700     COPY DEDMAST.
011800*
011900*    YTD SNAPSHOT - ONE RECORD PER EMPLOYEE-MASTER RECORD AS OF
012000*    A QUARTER CLOSE, IN EMPLOYEE-ID ORDER.  QS-YTD-AMOUNT HOLDS
012100*    THE NINE YTD BUCKETS IN WS-BUCKET-NAME ORDER.
012200*
012300 FD  YTD-SNAP-IN
012400     RECORDING MODE IS F
012500     LABEL RECORDS ARE OMITTED
012600     RECORD CONTAINS 120 CHARACTERS
012700     BLOCK CONTAINS 10 RECORDS
012800     DATA RECORD IS YTD-SNAP-IN-RECORD.
012900 01  YTD-SNAP-IN-RECORD.
013000     02  QS-EMPLOYEE-ID               PIC 9(10).
013100     02  QS-TAX-YEAR                  PIC 9(04).
013200     02  QS-QUARTER                   PIC 9(01).
013300     02  QS-YTD-AMOUNT  OCCURS 9 TIMES
013400                                      PIC S9(9)V99.
013500     02  FILLER                       PIC X(06).
013600 FD  YTD-SNAP-OUT
013700     RECORDING MODE IS F
013800     LABEL RECORDS ARE OMITTED
013900     RECORD CONTAINS 120 CHARACTERS
014000     BLOCK CONTAINS 10 RECORDS
014100     DATA RECORD IS YTD-SNAP-OUT-RECORD.
014200 01  YTD-SNAP-OUT-RECORD.
014300     02  QN-EMPLOYEE-ID               PIC 9(10).
014400     02  QN-TAX-YEAR                  PIC 9(04).
014500     02  QN-QUARTER                   PIC 9(01).
014600     02  QN-YTD-AMOUNT  OCCURS 9 TIMES
014700                                      PIC S9(9)V99.
014800     02  FILLER                       PIC X(06).
014900 FD  WORKSHEET-RPT
015000     RECORDING MODE IS F
015100     LABEL RECORDS ARE OMITTED
015200     RECORD CONTAINS 132 CHARACTERS
015300     BLOCK CONTAINS 10 RECORDS
015400     DATA RECORD IS WKS-LINE.
015500 01  WKS-LINE                         PIC X(132).
015600 FD  RECON-RPT
015700     RECORDING MODE IS F
015800     LABEL RECORDS ARE OMITTED
015900     RECORD CONTAINS 132 CHARACTERS
016000     BLOCK CONTAINS 10 RECORDS
016100     DATA RECORD IS QREC-LINE.
016200 01  QREC-LINE                        PIC X(132).
016300*
016400 WORKING-STORAGE SECTION.
016500 01  WS-FILE-STATUSES.
016600     02  WS-QTRPARM-STATUS            PIC X(02) VALUE '00'.
016700     02  WS-HISTF-STATUS              PIC X(02) VALUE '00'.
016800     02  WS-MASTER-STATUS             PIC X(02) VALUE '00'.
016900     02  WS-DEDMST-STATUS             PIC X(02) VALUE '00'.
017000     02  WS-YTDPRV-STATUS             PIC X(02) VALUE '00'.
017100     02  WS-YTDNEW-STATUS             PIC X(02) VALUE '00'.
017200     02  WS-QTRRPT-STATUS             PIC X(02) VALUE '00'.
017300     02  WS-QTRREC-STATUS             PIC X(02) VALUE '00'.
017400 01  WS-SWITCHES.
017500     02  WS-EOH-SW                    PIC X(01) VALUE 'N'.
017600         88  END-OF-HISTORY               VALUE 'Y'.
017700     02  WS-EOM-SW                    PIC X(01) VALUE 'N'.
017800         88  END-OF-MASTER                VALUE 'Y'.
017900     02  WS-EOS-SW                    PIC X(01) VALUE 'N'.
018000         88  END-OF-SNAPSHOT              VALUE 'Y'.
018100     02  WS-OPENING-SW                PIC X(01) VALUE 'Z'.
018200         88  OPENING-ZERO                 VALUE 'Z'.
018300         88  OPENING-FROM-SNAPSHOT        VALUE 'S'.
018400         88  OPENING-FROM-HISTORY         VALUE 'H'.
018500     02  WS-ON-MASTER-SW              PIC X(01) VALUE 'N'.
018600         88  EMPLOYEE-ON-MASTER           VALUE 'Y'.
018700     02  WS-PAID-SW                   PIC X(01) VALUE 'N'.
018800         88  EMPLOYEE-PAID-IN-QTR         VALUE 'Y'.
018900     02  WS-OUT-OF-BAL-SW             PIC X(01) VALUE 'N'.
019000         88  EMPLOYEE-OUT-OF-BALANCE      VALUE 'Y'.
019100     02  WS-PROBE-SW                  PIC X(01) VALUE 'N'.
019200         88  PROBE-SEARCHING              VALUE 'N'.
019300         88  PROBE-FOUND                  VALUE 'F'.
019400         88  PROBE-INSERT-HERE            VALUE 'I'.
019500 01  WS-COUNTERS.
019600     02  WS-HIST-READ                 PIC 9(07) COMP VALUE ZERO.
019700     02  WS-HIST-IN-QTR               PIC 9(07) COMP VALUE ZERO.
019800     02  WS-HIST-REVERSED             PIC 9(07) COMP VALUE ZERO.
019900     02  WS-MASTER-READ               PIC 9(07) COMP VALUE ZERO.
020000     02  WS-SNAP-READ                 PIC 9(07) COMP VALUE ZERO.
020100     02  WS-SNAP-WRITTEN              PIC 9(07) COMP VALUE ZERO.
020200     02  WS-EMP-PAID-COUNT            PIC 9(07) COMP VALUE ZERO.
020300     02  WS-EMP-OUT-COUNT             PIC 9(07) COMP VALUE ZERO.
020400     02  WS-RECON-LINES               PIC 9(07) COMP VALUE ZERO.
020500 01  WS-HIGH-ID                       PIC 9(10) VALUE 9999999999.
020600 01  WS-CURRENT-ID                    PIC 9(10) VALUE ZERO.
020700 01  WS-TAX-YEAR                      PIC 9(04) VALUE ZERO.
020800 01  WS-QUARTER                       PIC 9(01) VALUE ZERO.
020900 01  WS-PRIOR-QUARTER                 PIC 9(01) VALUE ZERO.
021000 01  WS-YEAR-START-DATE               PIC 9(08) VALUE ZERO.
021100 01  WS-QTR-START-DATE                PIC 9(08) VALUE ZERO.
021200 01  WS-QTR-END-DATE                  PIC 9(08) VALUE ZERO.
021300 01  WS-QTR-END-PARTS REDEFINES WS-QTR-END-DATE.
021400     02  WS-QE-YYYY                   PIC 9(04).
021500     02  WS-QE-MM                     PIC 9(02).
021600     02  WS-QE-DD                     PIC 9(02).
021700 01  WS-STATE-CODE-WORK               PIC X(02) VALUE SPACES.
021800*
021900*    THE NINE YTD BUCKETS RECONCILED FOR EACH EMPLOYEE, IN THE
022000*    ORDER THEY ARE CARRIED IN WS-EMP-BUCKET, WS-HIST-AMOUNT AND
022100*    THE SNAPSHOT RECORD.
022200*
022300 01  WS-BUCKET-NAME-LIST.
022400     02  FILLER                       PIC X(14) VALUE
022500                                      'GROSS PAY'.
022600     02  FILLER                       PIC X(14) VALUE
022700                                      'FEDERAL TAX'.
022800     02  FILLER                       PIC X(14) VALUE
022900                                      'STATE TAX'.
023000     02  FILLER                       PIC X(14) VALUE
023100                                      'SOC SEC TAX'.
023200     02  FILLER                       PIC X(14) VALUE
023300                                      'MEDICARE TAX'.
023400     02  FILLER                       PIC X(14) VALUE
023500                                      'BENEFIT DED'.
023600     02  FILLER                       PIC X(14) VALUE
023700                                      'RETIREMENT DED'.
023800     02  FILLER                       PIC X(14) VALUE
023900                                      'GARNISHMENT'.
024000     02  FILLER                       PIC X(14) VALUE
024100                                      'NET PAY'.
024200 01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAME-LIST.
024300     02  WS-BUCKET-NAME  OCCURS 9 TIMES
024400                                      PIC X(14).
024500 01  WS-BUCKET-COUNT                  PIC 9(04) COMP VALUE 9.
024600 01  WS-BUCKET-SUB                    PIC 9(04) COMP VALUE ZERO.
024700*
024800*    PER-EMPLOYEE BUCKETS.  QTR-HIST = HISTORY PAID IN THE
024900*    QUARTER, PRIOR-HIST = HISTORY PAID EARLIER IN THE YEAR AND
025000*    NOT REVERSED, REV-ADJ = EARLIER-QUARTER HISTORY REVERSED
025100*    DURING THE QUARTER, OPENING/CURRENT = YTD AT THE START AND
025200*    END OF THE QUARTER.
025300*
025400 01  WS-EMP-BUCKETS.
025500     02  WS-EMP-BUCKET  OCCURS 9 TIMES.
025600         03  WS-EB-QTR-HIST           PIC S9(9)V99.
025700         03  WS-EB-PRIOR-HIST         PIC S9(9)V99.
025800         03  WS-EB-REV-ADJ            PIC S9(9)V99.
025900         03  WS-EB-OPENING            PIC S9(9)V99.
026000         03  WS-EB-CURRENT            PIC S9(9)V99.
026100 01  WS-HIST-AMOUNTS.
026200     02  WS-HIST-AMOUNT  OCCURS 9 TIMES
026300                                      PIC S9(7)V99.
026400 01  WS-HIST-ER-SS-TAX                PIC S9(7)V99 VALUE ZERO.
026500 01  WS-HIST-ER-MED-TAX               PIC S9(7)V99 VALUE ZERO.
026600 01  WS-HIST-FICA-TOTAL               PIC S9(7)V99 VALUE ZERO.
026700 01  WS-RECON-HISTORY                 PIC S9(9)V99 VALUE ZERO.
026800 01  WS-RECON-YTD-CHANGE              PIC S9(9)V99 VALUE ZERO.
026900 01  WS-RECON-MESSAGE                 PIC X(30) VALUE SPACES.
027000 01  WS-RECON-NAME                    PIC X(23) VALUE SPACES.
027100*
027200*    PAY DATES IN THE QUARTER, KEPT IN DATE / RUN-TYPE ORDER AS
027300*    THEY ARE FOUND (HISTORY ARRIVES IN EMPLOYEE ORDER).
027400*
027500 01  WS-DATE-MAX                      PIC 9(04) COMP VALUE 60.
027600 01  WS-DATE-COUNT                    PIC 9(04) COMP VALUE ZERO.
027700 01  WS-DATE-SUB                      PIC 9(04) COMP VALUE ZERO.
027800 01  WS-SEARCH-DATE-KEY.
027900     02  WS-SD-PAY-DATE               PIC 9(08).
028000     02  WS-SD-RUN-TYPE               PIC X(01).
028100 01  WS-DATE-TABLE.
028200     02  WS-DATE-ENTRY  OCCURS 60 TIMES.
028300         03  WS-DE-KEY.
028400             04  WS-DE-PAY-DATE       PIC 9(08).
028500             04  WS-DE-RUN-TYPE       PIC X(01).
028600         03  WS-DE-COUNT              PIC 9(07) COMP.
028700         03  WS-DE-WAGES              PIC S9(11)V99.
028800         03  WS-DE-FED-TAX            PIC S9(11)V99.
028900         03  WS-DE-FICA-TAX           PIC S9(11)V99.
029000         03  WS-DE-STATE-TAX          PIC S9(11)V99.
029100*
029200*    STATES, KEPT IN STATE-CODE ORDER THE SAME WAY.
029300*
029400 01  WS-STATE-MAX                     PIC 9(04) COMP VALUE 60.
029500 01  WS-STATE-COUNT                   PIC 9(04) COMP VALUE ZERO.
029600 01  WS-STATE-SUB                     PIC 9(04) COMP VALUE ZERO.
029700 01  WS-STATE-TABLE.
029800     02  WS-STATE-ENTRY  OCCURS 60 TIMES.
029900         03  WS-ST-STATE-CODE         PIC X(02).
030000         03  WS-ST-COUNT              PIC 9(07) COMP.
030100         03  WS-ST-WAGES              PIC S9(11)V99.
030200         03  WS-ST-FED-TAX            PIC S9(11)V99.
030300         03  WS-ST-STATE-TAX          PIC S9(11)V99.
030400 01  WS-SHIFT-SUB                     PIC 9(04) COMP VALUE ZERO.
030500 01  WS-SHIFT-TO                      PIC 9(04) COMP VALUE ZERO.
030600*
030700*    QUARTER TOTALS FOR THE FEDERAL RETURN SUMMARY.
030800*
030900 01  WS-TOTAL-WAGES                   PIC S9(11)V99 VALUE ZERO.
031000 01  WS-TOTAL-FED-TAX                 PIC S9(11)V99 VALUE ZERO.
031100 01  WS-TOTAL-STATE-TAX               PIC S9(11)V99 VALUE ZERO.
031200 01  WS-TOTAL-SS-TAX                  PIC S9(11)V99 VALUE ZERO.
031300 01  WS-TOTAL-ER-SS-TAX               PIC S9(11)V99 VALUE ZERO.
031400 01  WS-TOTAL-MED-TAX                 PIC S9(11)V99 VALUE ZERO.
031500 01  WS-TOTAL-ER-MED-TAX              PIC S9(11)V99 VALUE ZERO.
031600 01  WS-TOTAL-FICA-TAX                PIC S9(11)V99 VALUE ZERO.
031700 01  WS-TOTAL-ADDL-MED-TAX            PIC S9(11)V99 VALUE ZERO.
031800 01  WS-TOTAL-LIABILITY               PIC S9(11)V99 VALUE ZERO.
031900 01  WS-RUN-DATE-YYYYMMDD             PIC 9(08).
032000 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-YYYYMMDD.
032100     02  WS-RD-YYYY-IN                PIC 9(04).
032200     02  WS-RD-MM-IN                  PIC 9(02).
032300     02  WS-RD-DD-IN                  PIC 9(02).
032400 01  WS-RUN-DATE-DISPLAY.
032500     02  WS-RD-MM                     PIC 9(02).
032600     02  FILLER                       PIC X(01) VALUE '/'.
032700     02  WS-RD-DD                     PIC 9(02).
032800     02  FILLER                       PIC X(01) VALUE '/'.
032900     02  WS-RD-YYYY                   PIC 9(04).
033000 01  WS-WKS-PAGE-NO                   PIC 9(04) COMP VALUE ZERO.
033100 01  WS-WKS-LINE-COUNT                PIC 9(04) COMP VALUE ZERO.
033200 01  WS-REC-PAGE-NO                   PIC 9(04) COMP VALUE ZERO.
033300 01  WS-REC-LINE-COUNT                PIC 9(04) COMP VALUE ZERO.
033400 01  WS-MAX-LINES-PER-PAGE            PIC 9(04) COMP VALUE 50.
033500 01  WS-PRINT-LINE                    PIC X(132) VALUE SPACES.
033600 01  WS-COLUMN-HEADING                PIC X(132) VALUE SPACES.
033700*
033800 01  WKS-HEADER-LINE1.
033900     02  FILLER                       PIC X(01) VALUE SPACE.
034000     02  FILLER                       PIC X(09) VALUE 'RUN DATE:'.
034100     02  FILLER                       PIC X(01) VALUE SPACE.
034200     02  WH1-RUN-DATE                 PIC X(10).
034300     02  FILLER                       PIC X(10) VALUE SPACES.
034400     02  FILLER                       PIC X(31) VALUE
034500                              'QUARTERLY PAYROLL TAX WORKSHEET'.
034600     02  FILLER                       PIC X(07) VALUE '  YEAR '.
034700     02  WH1-TAX-YEAR                 PIC 9(04).
034800     02  FILLER                       PIC X(10) VALUE
034900                                      '  QUARTER '.
035000     02  WH1-QUARTER                  PIC 9(01).
035100     02  FILLER                       PIC X(06) VALUE SPACES.
035200     02  FILLER                       PIC X(05) VALUE 'PAGE:'.
035300     02  WH1-PAGE-NO                  PIC ZZZ9.
035400     02  FILLER                       PIC X(33) VALUE SPACES.
035500 01  WKS-SECTION-LINE.
035600     02  FILLER                       PIC X(01) VALUE SPACE.
035700     02  FILLER                       PIC X(04) VALUE '*** '.
035800     02  WSL-TITLE                    PIC X(40).
035900     02  FILLER                       PIC X(87) VALUE SPACES.
036000 01  WKS-DATE-HEADING.
036100     02  FILLER                       PIC X(01) VALUE SPACE.
036200     02  FILLER                       PIC X(10) VALUE 'PAY DATE'.
036300     02  FILLER                       PIC X(02) VALUE SPACES.
036400     02  FILLER                       PIC X(10) VALUE 'RUN TYPE'.
036500     02  FILLER                       PIC X(02) VALUE SPACES.
036600     02  FILLER                       PIC X(07) VALUE '   EMPS'.
036700     02  FILLER                       PIC X(02) VALUE SPACES.
036800     02  FILLER                       PIC X(17) VALUE
036900                                      '            WAGES'.
037000     02  FILLER                       PIC X(02) VALUE SPACES.
037100     02  FILLER                       PIC X(17) VALUE
037200                                      '     FEDERAL W/H'.
037300     02  FILLER                       PIC X(02) VALUE SPACES.
037400     02  FILLER                       PIC X(17) VALUE
037500                                      '  SS+MED (EE+ER)'.
037600     02  FILLER                       PIC X(02) VALUE SPACES.
037700     02  FILLER                       PIC X(17) VALUE
037800                                      '       STATE W/H'.
037900     02  FILLER                       PIC X(24) VALUE SPACES.
038000 01  WKS-STATE-HEADING.
038100     02  FILLER                       PIC X(01) VALUE SPACE.
038200     02  FILLER                       PIC X(10) VALUE 'STATE'.
038300     02  FILLER                       PIC X(02) VALUE SPACES.
038400     02  FILLER                       PIC X(10) VALUE SPACES.
038500     02  FILLER                       PIC X(02) VALUE SPACES.
038600     02  FILLER                       PIC X(07) VALUE '   EMPS'.
038700     02  FILLER                       PIC X(02) VALUE SPACES.
038800     02  FILLER                       PIC X(17) VALUE
038900                                      '            WAGES'.
039000     02  FILLER                       PIC X(02) VALUE SPACES.
039100     02  FILLER                       PIC X(17) VALUE
039200                                      '     FEDERAL W/H'.
039300     02  FILLER                       PIC X(02) VALUE SPACES.
039400     02  FILLER                       PIC X(17) VALUE SPACES.
039500     02  FILLER                       PIC X(02) VALUE SPACES.
039600     02  FILLER                       PIC X(17) VALUE
039700                                      '       STATE W/H'.
039800     02  FILLER                       PIC X(24) VALUE SPACES.
039900 01  WKS-DETAIL-LINE.
040000     02  FILLER                       PIC X(01) VALUE SPACE.
040100     02  WD-KEY                       PIC X(10).
040200     02  FILLER                       PIC X(02) VALUE SPACES.
040300     02  WD-TYPE                      PIC X(10).
040400     02  FILLER                       PIC X(02) VALUE SPACES.
040500     02  WD-COUNT                     PIC ZZZ,ZZ9.
040600     02  FILLER                       PIC X(02) VALUE SPACES.
040700     02  WD-WAGES                     PIC $$,$$$,$$$,$$9.99.
040800     02  FILLER                       PIC X(02) VALUE SPACES.
040900     02  WD-FED-TAX                   PIC $$,$$$,$$$,$$9.99.
041000     02  FILLER                       PIC X(02) VALUE SPACES.
041100     02  WD-FICA-TAX                  PIC $$,$$$,$$$,$$9.99.
041200     02  FILLER                       PIC X(02) VALUE SPACES.
041300     02  WD-STATE-TAX                 PIC $$,$$$,$$$,$$9.99.
041400     02  FILLER                       PIC X(24) VALUE SPACES.
041500 01  WKS-AMOUNT-LINE.
041600     02  FILLER                       PIC X(01) VALUE SPACE.
041700     02  WA-LABEL                     PIC X(44).
041800     02  WA-AMOUNT                    PIC $$,$$$,$$$,$$9.99.
041900     02  FILLER                       PIC X(70) VALUE SPACES.
042000 01  WKS-COUNT-LINE.
042100     02  FILLER                       PIC X(01) VALUE SPACE.
042200     02  WC-LABEL                     PIC X(44).
042300     02  FILLER                       PIC X(06) VALUE SPACES.
042400     02  WC-VALUE                     PIC ZZZ,ZZZ,ZZ9.
042500     02  FILLER                       PIC X(70) VALUE SPACES.
042600*
042700 01  REC-HEADER-LINE1.
042800     02  FILLER                       PIC X(01) VALUE SPACE.
042900     02  FILLER                       PIC X(09) VALUE 'RUN DATE:'.
043000     02  FILLER                       PIC X(01) VALUE SPACE.
043100     02  RH1-RUN-DATE                 PIC X(10).
043200     02  FILLER                       PIC X(10) VALUE SPACES.
043300     02  FILLER                       PIC X(31) VALUE
043400                                 'QUARTERLY WAGE RECONCILIATION'.
043500     02  FILLER                       PIC X(07) VALUE '  YEAR '.
043600     02  RH1-TAX-YEAR                 PIC 9(04).
043700     02  FILLER                       PIC X(10) VALUE
043800                                      '  QUARTER '.
043900     02  RH1-QUARTER                  PIC 9(01).
044000     02  FILLER                       PIC X(06) VALUE SPACES.
044100     02  FILLER                       PIC X(05) VALUE 'PAGE:'.
044200     02  RH1-PAGE-NO                  PIC ZZZ9.
044300     02  FILLER                       PIC X(33) VALUE SPACES.
044400 01  REC-HEADER-LINE2.
044500     02  FILLER                       PIC X(01) VALUE SPACE.
044600     02  FILLER                       PIC X(10) VALUE 'EMPLOYEE'.
044700     02  FILLER                       PIC X(02) VALUE SPACES.
044800     02  FILLER                       PIC X(23) VALUE 'NAME'.
044900     02  FILLER                       PIC X(02) VALUE SPACES.
045000     02  FILLER                       PIC X(14) VALUE
045100                                      'YTD BUCKET'.
045200     02  FILLER                       PIC X(02) VALUE SPACES.
045300     02  FILLER                       PIC X(14) VALUE
045400                                      ' QTR HISTORY'.
045500     02  FILLER                       PIC X(02) VALUE SPACES.
045600     02  FILLER                       PIC X(14) VALUE
045700                                      ' YTD CHANGE'.
045800     02  FILLER                       PIC X(02) VALUE SPACES.
045900     02  FILLER                       PIC X(14) VALUE
046000                                      '  DIFFERENCE'.
046100     02  FILLER                       PIC X(02) VALUE SPACES.
046200     02  FILLER                       PIC X(30) VALUE 'MESSAGE'.
046300 01  REC-DETAIL-LINE.
046400     02  FILLER                       PIC X(01) VALUE SPACE.
046500     02  RD-EMPLOYEE-ID               PIC 9(10).
046600     02  FILLER                       PIC X(02) VALUE SPACES.
046700     02  RD-EMPLOYEE-NAME             PIC X(23).
046800     02  FILLER                       PIC X(02) VALUE SPACES.
046900     02  RD-BUCKET                    PIC X(14).
047000     02  FILLER                       PIC X(02) VALUE SPACES.
047100     02  RD-HISTORY                   PIC ---,---,--9.99.
047200     02  FILLER                       PIC X(02) VALUE SPACES.
047300     02  RD-YTD-CHANGE                PIC ---,---,--9.99.
047400     02  FILLER                       PIC X(02) VALUE SPACES.
047500     02  RD-DIFFERENCE                PIC ---,---,--9.99.
047600     02  FILLER                       PIC X(02) VALUE SPACES.
047700     02  RD-MESSAGE                   PIC X(30).
047800 01  REC-NOTE-LINE.
047900     02  FILLER                       PIC X(01) VALUE SPACE.
048000     02  RN-TEXT                      PIC X(131).
048100 01  REC-SUMMARY-LINE.
048200     02  FILLER                       PIC X(01) VALUE SPACE.
048300     02  RS-LABEL                     PIC X(30).
048400     02  RS-VALUE                     PIC ZZZ,ZZZ,ZZ9.
048500     02  FILLER                       PIC X(90) VALUE SPACES.
048600*
048700 PROCEDURE DIVISION.
048800*----------------------------------------------------------*
048900*    0000-MAINLINE - ONE MATCHED PASS OF HISTORY, MASTER,   *
049000*    AND PRIOR SNAPSHOT BY EMPLOYEE, THEN THE WORKSHEET.    *
049100*----------------------------------------------------------*
049200 0000-MAINLINE.
049300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
049400     PERFORM 2000-PROCESS-EMPLOYEE THRU 2000-EXIT
049500         UNTIL END-OF-HISTORY
049600           AND END-OF-MASTER
049700           AND END-OF-SNAPSHOT
049800     PERFORM 3000-PRINT-WORKSHEET THRU 3000-EXIT
049900     PERFORM 7000-RECON-TOTALS THRU 7000-EXIT
050000     PERFORM 8000-TERMINATE THRU 8000-EXIT
050100     STOP RUN.
050200*----------------------------------------------------------*
050300*    1000-INITIALIZE - OPEN FILES, READ AND EDIT THE        *
050400*    QUARTER CARD, DECIDE WHERE THE OPENING YTD COMES       *
050500*    FROM, AND PRIME ALL THREE INPUTS.                      *
050600*----------------------------------------------------------*
050700 1000-INITIALIZE.
050800     OPEN INPUT QTR-PARM
050900     IF WS-QTRPARM-STATUS NOT = '00'
051000         DISPLAY 'EXAMP-QTR1 - OPEN FAILED, QTRPARM STATUS='
051100             WS-QTRPARM-STATUS
051200         MOVE 16 TO RETURN-CODE
051300         STOP RUN
051400     END-IF
051500     OPEN INPUT PAY-HISTORY
051600     IF WS-HISTF-STATUS NOT = '00'
051700         DISPLAY 'EXAMP-QTR1 - OPEN FAILED, HISTF STATUS='
051800             WS-HISTF-STATUS
051900         MOVE 16 TO RETURN-CODE
052000         STOP RUN
052100     END-IF
052200     OPEN INPUT EMPLOYEE-MASTER
052300     IF WS-MASTER-STATUS NOT = '00'
052400         DISPLAY 'EXAMP-QTR1 - OPEN FAILED, MASTF STATUS='
052500             WS-MASTER-STATUS
052600         MOVE 16 TO RETURN-CODE
052700         STOP RUN
052800     END-IF
052900     OPEN INPUT DEDUCT-MASTER
053000     IF WS-DEDMST-STATUS NOT = '00'
053100         DISPLAY 'EXAMP-QTR1 - OPEN FAILED, DEDMST STATUS='
053200             WS-DEDMST-STATUS
053300         MOVE 16 TO RETURN-CODE
053400         STOP RUN
053500     END-IF
053600     OPEN INPUT YTD-SNAP-IN
053700     IF WS-YTDPRV-STATUS NOT = '00'
053800         DISPLAY 'EXAMP-QTR1 - OPEN FAILED, YTDPRV STATUS='
053900             WS-YTDPRV-STATUS
054000         MOVE 16 TO RETURN-CODE
054100         STOP RUN
054200     END-IF
054300     OPEN OUTPUT YTD-SNAP-OUT
054400     IF WS-YTDNEW-STATUS NOT = '00'
054500         DISPLAY 'EXAMP-QTR1 - OPEN FAILED, YTDNEW STATUS='
054600             WS-YTDNEW-STATUS
054700         MOVE 16 TO RETURN-CODE
054800         STOP RUN
054900     END-IF
055000     OPEN OUTPUT WORKSHEET-RPT
055100     IF WS-QTRRPT-STATUS NOT = '00'
055200         DISPLAY 'EXAMP-QTR1 - OPEN FAILED, QTRRPT STATUS='
055300             WS-QTRRPT-STATUS
055400         MOVE 16 TO RETURN-CODE
055500         STOP RUN
055600     END-IF
055700     OPEN OUTPUT RECON-RPT
055800     IF WS-QTRREC-STATUS NOT = '00'
055900         DISPLAY 'EXAMP-QTR1 - OPEN FAILED, QTRREC STATUS='
056000             WS-QTRREC-STATUS
056100         MOVE 16 TO RETURN-CODE
056200         STOP RUN
056300     END-IF
056400     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
056500     MOVE WS-RD-MM-IN TO WS-RD-MM
056600     MOVE WS-RD-DD-IN TO WS-RD-DD
056700     MOVE WS-RD-YYYY-IN TO WS-RD-YYYY
056800     MOVE WS-MAX-LINES-PER-PAGE TO WS-WKS-LINE-COUNT
056900     MOVE WS-MAX-LINES-PER-PAGE TO WS-REC-LINE-COUNT
057000     PERFORM 1050-EDIT-QUARTER-CARD THRU 1050-EXIT
057100     PERFORM 1300-READ-SNAPSHOT THRU 1300-EXIT
057200     IF WS-QUARTER = 1
057300         SET OPENING-ZERO TO TRUE
057400         SET END-OF-SNAPSHOT TO TRUE
057500         MOVE 'OPENING YTD FOR THE FIRST QUARTER IS ZERO.'
057600             TO RN-TEXT
057700     ELSE
057800         IF END-OF-SNAPSHOT
057900             SET OPENING-FROM-HISTORY TO TRUE
058000             DISPLAY 'EXAMP-QTR1 - NO PRIOR YTD SNAPSHOT - '
058100                 'OPENING YTD TAKEN FROM EARLIER HISTORY'
058200             MOVE 'NO PRIOR SNAPSHOT - OPENING YTD FROM HISTORY.'
058300                 TO RN-TEXT
058400         ELSE
058500             SET OPENING-FROM-SNAPSHOT TO TRUE
058600             MOVE 'OPENING YTD FROM THE PRIOR-QUARTER SNAPSHOT.'
058700                 TO RN-TEXT
058800         END-IF
058900     END-IF
059000     MOVE REC-NOTE-LINE TO WS-PRINT-LINE
059100     PERFORM 5200-WRITE-REC-LINE THRU 5200-EXIT
059200     MOVE SPACES TO WS-PRINT-LINE
059300     PERFORM 5200-WRITE-REC-LINE THRU 5200-EXIT
059400     MOVE LOW-VALUES TO EM-EMPLOYEE-ID
059500     START EMPLOYEE-MASTER KEY IS NOT LESS THAN EM-EMPLOYEE-ID
059600         INVALID KEY
059700             SET END-OF-MASTER TO TRUE
059800     END-START
059900     IF NOT END-OF-MASTER
060000         PERFORM 1200-READ-MASTER THRU 1200-EXIT
060100     END-IF
060200     PERFORM 1100-READ-HISTORY THRU 1100-EXIT.
060300 1000-EXIT.
060400     EXIT.
060500*----------------------------------------------------------*
060600*    1050-EDIT-QUARTER-CARD - YEAR AND QUARTER MUST BE      *
060700*    VALID AND THE QUARTER MUST BE OVER.                    *
060800*----------------------------------------------------------*
060900 1050-EDIT-QUARTER-CARD.
061000     READ QTR-PARM
061100         AT END
061200             DISPLAY 'EXAMP-QTR1 - QUARTER PARAMETER CARD '
061300                 'MISSING'
061400             MOVE 16 TO RETURN-CODE
061500             STOP RUN
061600     END-READ
061700     IF QP-TAX-YEAR NOT NUMERIC
061800         OR QP-TAX-YEAR = ZEROS
061900         OR QP-QUARTER NOT NUMERIC
062000         OR QP-QUARTER < 1
062100         OR QP-QUARTER > 4
062200         DISPLAY 'EXAMP-QTR1 - QUARTER CARD INVALID: '
062300             QP-TAX-YEAR ' ' QP-QUARTER
062400         MOVE 16 TO RETURN-CODE
062500         STOP RUN
062600     END-IF
062700     MOVE QP-TAX-YEAR TO WS-TAX-YEAR
062800     MOVE QP-QUARTER TO WS-QUARTER
062900     COMPUTE WS-PRIOR-QUARTER = WS-QUARTER - 1
063000     COMPUTE WS-YEAR-START-DATE = WS-TAX-YEAR * 10000 + 0101
063100     COMPUTE WS-QTR-START-DATE = WS-TAX-YEAR * 10000
063200         + ((WS-QUARTER - 1) * 3 + 1) * 100 + 1
063300     MOVE WS-TAX-YEAR TO WS-QE-YYYY
063400     COMPUTE WS-QE-MM = WS-QUARTER * 3
063500     IF WS-QUARTER = 1 OR WS-QUARTER = 4
063600         MOVE 31 TO WS-QE-DD
063700     ELSE
063800         MOVE 30 TO WS-QE-DD
063900     END-IF
064000     IF WS-QTR-END-DATE > WS-RUN-DATE-YYYYMMDD
064100         DISPLAY 'EXAMP-QTR1 - QUARTER ' WS-QUARTER ' OF '
064200             WS-TAX-YEAR ' DOES NOT END UNTIL ' WS-QTR-END-DATE
064300             ' - REFUSED RATHER THAN FILE A PARTIAL QUARTER'
064400         MOVE 16 TO RETURN-CODE
064500         STOP RUN
064600     END-IF.
064700 1050-EXIT.
064800     EXIT.
064900 1100-READ-HISTORY.
065000     READ PAY-HISTORY NEXT RECORD
065100         AT END
065200             SET END-OF-HISTORY TO TRUE
065300             GO TO 1100-EXIT
065400     END-READ
065410     IF WS-HISTF-STATUS NOT = '00'
065420         DISPLAY 'EXAMP-QTR1 - READ FAILED, HISTF STATUS='
065430             WS-HISTF-STATUS
065440         MOVE 16 TO RETURN-CODE
065450         STOP RUN
065460     END-IF
065500     ADD 1 TO WS-HIST-READ.
065600 1100-EXIT.
065700     EXIT.
065800 1200-READ-MASTER.
065900     READ EMPLOYEE-MASTER NEXT RECORD
066000         AT END
066100             SET END-OF-MASTER TO TRUE
066200             GO TO 1200-EXIT
066300     END-READ
066310     IF WS-MASTER-STATUS NOT = '00'
066320         DISPLAY 'EXAMP-QTR1 - READ FAILED, MASTF STATUS='
066330             WS-MASTER-STATUS
066340         MOVE 16 TO RETURN-CODE
066350         STOP RUN
066360     END-IF
066400     ADD 1 TO WS-MASTER-READ.
066500 1200-EXIT.
066600     EXIT.
066700*----------------------------------------------------------*
066800*    1300-READ-SNAPSHOT - NEXT PRIOR-QUARTER SNAPSHOT       *
066900*    RECORD.  EVERY RECORD MUST BE FOR THE QUARTER JUST     *
067000*    BEFORE THIS ONE - ANYTHING ELSE MEANS THE WRONG        *
067100*    GENERATION IS ON YTDPRV AND THE RUN STOPS.             *
067200*----------------------------------------------------------*
067300 1300-READ-SNAPSHOT.
067400     READ YTD-SNAP-IN
067500         AT END
067600             SET END-OF-SNAPSHOT TO TRUE
067700             GO TO 1300-EXIT
067800     END-READ
067900     ADD 1 TO WS-SNAP-READ
068000     IF WS-QUARTER = 1
068100         GO TO 1300-EXIT
068200     END-IF
068300     IF QS-TAX-YEAR NOT = WS-TAX-YEAR
068400         OR QS-QUARTER NOT = WS-PRIOR-QUARTER
068500         DISPLAY 'EXAMP-QTR1 - YTDPRV SNAPSHOT IS FOR '
068600             QS-TAX-YEAR ' QUARTER ' QS-QUARTER ', EXPECTED '
068700             WS-TAX-YEAR ' QUARTER ' WS-PRIOR-QUARTER
068800         MOVE 16 TO RETURN-CODE
068900         STOP RUN
069000     END-IF.
069100 1300-EXIT.
069200     EXIT.
069300*----------------------------------------------------------*
069400*    2000-PROCESS-EMPLOYEE - TAKE THE LOWEST EMPLOYEE-ID    *
069500*    WAITING ON ANY OF THE THREE INPUTS, SUM ITS HISTORY,   *
069600*    PICK UP ITS MASTER AND SNAPSHOT RECORDS, POST THE      *
069700*    WORKSHEET, RECONCILE, AND WRITE THE NEW SNAPSHOT.      *
069800*----------------------------------------------------------*
069900 2000-PROCESS-EMPLOYEE.
070000     MOVE WS-HIGH-ID TO WS-CURRENT-ID
070100     IF NOT END-OF-HISTORY
070200         AND PH-EMPLOYEE-ID < WS-CURRENT-ID
070300         MOVE PH-EMPLOYEE-ID TO WS-CURRENT-ID
070400     END-IF
070500     IF NOT END-OF-MASTER
070600         AND EM-EMPLOYEE-ID < WS-CURRENT-ID
070700         MOVE EM-EMPLOYEE-ID TO WS-CURRENT-ID
070800     END-IF
070900     IF NOT END-OF-SNAPSHOT
071000         AND QS-EMPLOYEE-ID < WS-CURRENT-ID
071100         MOVE QS-EMPLOYEE-ID TO WS-CURRENT-ID
071200     END-IF
071300     INITIALIZE WS-EMP-BUCKETS
071400     MOVE 'N' TO WS-PAID-SW
071500     MOVE 'N' TO WS-ON-MASTER-SW
071600     MOVE 'N' TO WS-OUT-OF-BAL-SW
071700     PERFORM 2100-ACCUM-HISTORY THRU 2100-EXIT
071800         UNTIL END-OF-HISTORY
071900            OR PH-EMPLOYEE-ID NOT = WS-CURRENT-ID
072000     IF NOT END-OF-MASTER
072100         AND EM-EMPLOYEE-ID = WS-CURRENT-ID
072200         SET EMPLOYEE-ON-MASTER TO TRUE
072300         PERFORM 2200-LOAD-MASTER-YTD THRU 2200-EXIT
072400     END-IF
072500     IF NOT END-OF-SNAPSHOT
072600         AND QS-EMPLOYEE-ID = WS-CURRENT-ID
072700         IF OPENING-FROM-SNAPSHOT
072800             MOVE 1 TO WS-BUCKET-SUB
072900             PERFORM 2250-LOAD-SNAPSHOT-YTD THRU 2250-EXIT
073000                 UNTIL WS-BUCKET-SUB > WS-BUCKET-COUNT
073100         END-IF
073200         PERFORM 1300-READ-SNAPSHOT THRU 1300-EXIT
073300     END-IF
073400     IF OPENING-FROM-HISTORY
073500         MOVE 1 TO WS-BUCKET-SUB
073600         PERFORM 2260-OPEN-FROM-HISTORY THRU 2260-EXIT
073700             UNTIL WS-BUCKET-SUB > WS-BUCKET-COUNT
073800     END-IF
073900     IF EMPLOYEE-PAID-IN-QTR
074000         ADD 1 TO WS-EMP-PAID-COUNT
074100         PERFORM 2400-POST-STATE THRU 2400-EXIT
074200     END-IF
074300     PERFORM 2500-RECONCILE-EMPLOYEE THRU 2500-EXIT
074400     IF EMPLOYEE-ON-MASTER
074500         PERFORM 2600-WRITE-SNAPSHOT THRU 2600-EXIT
074600         PERFORM 1200-READ-MASTER THRU 1200-EXIT
074700     END-IF.
074800 2000-EXIT.
074900     EXIT.
075000*----------------------------------------------------------*
075100*    2100-ACCUM-HISTORY - ONE HISTORY RECORD FOR THE        *
075200*    CURRENT EMPLOYEE.  PAID IN THE QUARTER AND NOT         *
075300*    REVERSED: POST THE WORKSHEET AND THE QUARTER BUCKETS.  *
075400*    PAID EARLIER IN THE YEAR: PRIOR BUCKETS IF STILL GOOD, *
075500*    REVERSAL ADJUSTMENT IF REVERSED DURING THE QUARTER.    *
075600*    ANY OTHER YEAR OR A LATER DATE IS PASSED OVER.         *
075700*----------------------------------------------------------*
075800 2100-ACCUM-HISTORY.
075900     IF PH-PAY-DATE < WS-YEAR-START-DATE
076000         OR PH-PAY-DATE > WS-QTR-END-DATE
076100         GO TO 2100-NEXT
076200     END-IF
076300     PERFORM 2150-LOAD-HIST-AMOUNTS THRU 2150-EXIT
076400     IF PH-PAY-DATE >= WS-QTR-START-DATE
076500         IF PH-REVERSED
076600             ADD 1 TO WS-HIST-REVERSED
076700             GO TO 2100-NEXT
076800         END-IF
076900         ADD 1 TO WS-HIST-IN-QTR
077000         SET EMPLOYEE-PAID-IN-QTR TO TRUE
077100         MOVE 1 TO WS-BUCKET-SUB
077200         PERFORM 2160-ADD-TO-QUARTER THRU 2160-EXIT
077300             UNTIL WS-BUCKET-SUB > WS-BUCKET-COUNT
077400         PERFORM 2300-POST-PAY-DATE THRU 2300-EXIT
077500         ADD PH-GROSS-PAY TO WS-TOTAL-WAGES
077600         ADD PH-FED-TAX TO WS-TOTAL-FED-TAX
077700         ADD PH-STATE-TAX TO WS-TOTAL-STATE-TAX
077800         ADD WS-HIST-AMOUNT (4) TO WS-TOTAL-SS-TAX
077900         ADD WS-HIST-AMOUNT (5) TO WS-TOTAL-MED-TAX
078000         ADD WS-HIST-ER-SS-TAX TO WS-TOTAL-ER-SS-TAX
078100         ADD WS-HIST-ER-MED-TAX TO WS-TOTAL-ER-MED-TAX
078200         GO TO 2100-NEXT
078300     END-IF
078400     IF PH-REVERSED
078500         IF PH-REVERSAL-DATE >= WS-QTR-START-DATE
078600             AND PH-REVERSAL-DATE <= WS-QTR-END-DATE
078700             MOVE 1 TO WS-BUCKET-SUB
078800             PERFORM 2180-ADD-TO-REV-ADJ THRU 2180-EXIT
078900                 UNTIL WS-BUCKET-SUB > WS-BUCKET-COUNT
079000         END-IF
079100     ELSE
079200         MOVE 1 TO WS-BUCKET-SUB
079300         PERFORM 2170-ADD-TO-PRIOR THRU 2170-EXIT
079400             UNTIL WS-BUCKET-SUB > WS-BUCKET-COUNT
079500     END-IF.
079600 2100-NEXT.
079700     PERFORM 1100-READ-HISTORY THRU 1100-EXIT.
079800 2100-EXIT.
079900     EXIT.
080000*----------------------------------------------------------*
080100*    2150-LOAD-HIST-AMOUNTS - THE RECORD'S NINE BUCKET      *
080200*    AMOUNTS.  THE FICA FIELDS WERE CARVED FROM FILLER, SO  *
080300*    HISTORY WRITTEN BEFORE THEY EXISTED COUNTS AS ZERO.    *
080400*----------------------------------------------------------*
080500 2150-LOAD-HIST-AMOUNTS.
080600     MOVE PH-GROSS-PAY TO WS-HIST-AMOUNT (1)
080700     MOVE PH-FED-TAX TO WS-HIST-AMOUNT (2)
080800     MOVE PH-STATE-TAX TO WS-HIST-AMOUNT (3)
080900     MOVE ZERO TO WS-HIST-AMOUNT (4)
081000     IF PH-SS-TAX NUMERIC
081100         MOVE PH-SS-TAX TO WS-HIST-AMOUNT (4)
081200     END-IF
081300     MOVE ZERO TO WS-HIST-AMOUNT (5)
081400     IF PH-MED-TAX NUMERIC
081500         MOVE PH-MED-TAX TO WS-HIST-AMOUNT (5)
081600     END-IF
081700     MOVE PH-BENEFIT-DED TO WS-HIST-AMOUNT (6)
081800     MOVE PH-RETIRE-DED TO WS-HIST-AMOUNT (7)
081900     MOVE PH-GARNISH-DED TO WS-HIST-AMOUNT (8)
082000     MOVE PH-NET-PAY TO WS-HIST-AMOUNT (9)
082100     MOVE ZERO TO WS-HIST-ER-SS-TAX
082200     IF PH-ER-SS-TAX NUMERIC
082300         MOVE PH-ER-SS-TAX TO WS-HIST-ER-SS-TAX
082400     END-IF
082500     MOVE ZERO TO WS-HIST-ER-MED-TAX
082600     IF PH-ER-MED-TAX NUMERIC
082700         MOVE PH-ER-MED-TAX TO WS-HIST-ER-MED-TAX
082800     END-IF
082900     COMPUTE WS-HIST-FICA-TOTAL = WS-HIST-AMOUNT (4)
083000         + WS-HIST-AMOUNT (5) + WS-HIST-ER-SS-TAX
083100         + WS-HIST-ER-MED-TAX.
083200 2150-EXIT.
083300     EXIT.
083400 2160-ADD-TO-QUARTER.
083500     ADD WS-HIST-AMOUNT (WS-BUCKET-SUB)
083600         TO WS-EB-QTR-HIST (WS-BUCKET-SUB)
083700     ADD 1 TO WS-BUCKET-SUB.
083800 2160-EXIT.
083900     EXIT.
084000 2170-ADD-TO-PRIOR.
084100     ADD WS-HIST-AMOUNT (WS-BUCKET-SUB)
084200         TO WS-EB-PRIOR-HIST (WS-BUCKET-SUB)
084300     ADD 1 TO WS-BUCKET-SUB.
084400 2170-EXIT.
084500     EXIT.
084600 2180-ADD-TO-REV-ADJ.
084700     ADD WS-HIST-AMOUNT (WS-BUCKET-SUB)
084800         TO WS-EB-REV-ADJ (WS-BUCKET-SUB)
084900     ADD 1 TO WS-BUCKET-SUB.
085000 2180-EXIT.
085100     EXIT.
085200*----------------------------------------------------------*
085300*    2200-LOAD-MASTER-YTD - THE EMPLOYEE'S YTD BUCKETS      *
085400*    NOW.  A MASTER NOT PAID YET THIS YEAR STILL HOLDS AN   *
085500*    EARLIER YEAR'S TOTALS, WHICH COUNT AS ZERO FOR THIS    *
085600*    YEAR.  A MASTER ALREADY POSTED INTO A LATER YEAR CAN   *
085700*    NO LONGER BE RECONCILED AND IS FLAGGED IN 2500.        *
085800*----------------------------------------------------------*
085900 2200-LOAD-MASTER-YTD.
086000     IF EM-YTD-YEAR NOT = WS-TAX-YEAR
086100         GO TO 2200-EXIT
086200     END-IF
086300     IF EM-YTD-GARNISH-DED NOT NUMERIC
086400         MOVE ZERO TO EM-YTD-GARNISH-DED
086500     END-IF
086600     IF EM-YTD-SS-TAX NOT NUMERIC
086700         MOVE ZERO TO EM-YTD-SS-TAX
086800     END-IF
086900     IF EM-YTD-MED-TAX NOT NUMERIC
087000         MOVE ZERO TO EM-YTD-MED-TAX
087100     END-IF
087200     MOVE EM-YTD-GROSS TO WS-EB-CURRENT (1)
087300     MOVE EM-YTD-FED-TAX TO WS-EB-CURRENT (2)
087400     MOVE EM-YTD-STATE-TAX TO WS-EB-CURRENT (3)
087500     MOVE EM-YTD-SS-TAX TO WS-EB-CURRENT (4)
087600     MOVE EM-YTD-MED-TAX TO WS-EB-CURRENT (5)
087700     MOVE EM-YTD-BENEFIT-DED TO WS-EB-CURRENT (6)
087800     MOVE EM-YTD-RETIRE-DED TO WS-EB-CURRENT (7)
087900     MOVE EM-YTD-GARNISH-DED TO WS-EB-CURRENT (8)
088000     MOVE EM-YTD-NET TO WS-EB-CURRENT (9).
088100 2200-EXIT.
088200     EXIT.
088300 2250-LOAD-SNAPSHOT-YTD.
088400     MOVE QS-YTD-AMOUNT (WS-BUCKET-SUB)
088500         TO WS-EB-OPENING (WS-BUCKET-SUB)
088600     ADD 1 TO WS-BUCKET-SUB.
088700 2250-EXIT.
088800     EXIT.
088900 2260-OPEN-FROM-HISTORY.
089000     MOVE WS-EB-PRIOR-HIST (WS-BUCKET-SUB)
089100         TO WS-EB-OPENING (WS-BUCKET-SUB)
089200     ADD 1 TO WS-BUCKET-SUB.
089300 2260-EXIT.
089400     EXIT.
089500*----------------------------------------------------------*
089600*    2300-POST-PAY-DATE - ADD THE RECORD TO ITS PAY DATE /  *
089700*    RUN TYPE LINE, INSERTING THE LINE IN ORDER THE FIRST   *
089800*    TIME THE DATE IS SEEN.  AN OFF-CYCLE RUN ALWAYS GETS   *
089900*    A LINE OF ITS OWN.                                     *
090000*----------------------------------------------------------*
090100 2300-POST-PAY-DATE.
090200     MOVE PH-PAY-DATE TO WS-SD-PAY-DATE
090300     IF PH-RUN-OFF-CYCLE
090400         MOVE 'O' TO WS-SD-RUN-TYPE
090500     ELSE
090600         MOVE 'R' TO WS-SD-RUN-TYPE
090700     END-IF
090800     SET PROBE-SEARCHING TO TRUE
090900     MOVE 1 TO WS-DATE-SUB
091000     PERFORM 2310-PROBE-DATE THRU 2310-EXIT
091100         UNTIL NOT PROBE-SEARCHING
091200            OR WS-DATE-SUB > WS-DATE-COUNT
091300     IF NOT PROBE-FOUND
091400         IF WS-DATE-COUNT >= WS-DATE-MAX
091500             DISPLAY 'EXAMP-QTR1 - MORE THAN ' WS-DATE-MAX
091600                 ' PAY DATES IN THE QUARTER'
091700             MOVE 16 TO RETURN-CODE
091800             STOP RUN
091900         END-IF
092000         MOVE WS-DATE-COUNT TO WS-SHIFT-SUB
092100         PERFORM 2320-SHIFT-DATE THRU 2320-EXIT
092200             UNTIL WS-SHIFT-SUB < WS-DATE-SUB
092300         MOVE WS-SEARCH-DATE-KEY TO WS-DE-KEY (WS-DATE-SUB)
092400         MOVE ZERO TO WS-DE-COUNT (WS-DATE-SUB)
092500         MOVE ZERO TO WS-DE-WAGES (WS-DATE-SUB)
092600         MOVE ZERO TO WS-DE-FED-TAX (WS-DATE-SUB)
092700         MOVE ZERO TO WS-DE-FICA-TAX (WS-DATE-SUB)
092800         MOVE ZERO TO WS-DE-STATE-TAX (WS-DATE-SUB)
092900         ADD 1 TO WS-DATE-COUNT
093000     END-IF
093100     ADD 1 TO WS-DE-COUNT (WS-DATE-SUB)
093200     ADD PH-GROSS-PAY TO WS-DE-WAGES (WS-DATE-SUB)
093300     ADD PH-FED-TAX TO WS-DE-FED-TAX (WS-DATE-SUB)
093400     ADD WS-HIST-FICA-TOTAL TO WS-DE-FICA-TAX (WS-DATE-SUB)
093500     ADD PH-STATE-TAX TO WS-DE-STATE-TAX (WS-DATE-SUB).
093600 2300-EXIT.
093700     EXIT.
093800 2310-PROBE-DATE.
093900     IF WS-DE-KEY (WS-DATE-SUB) = WS-SEARCH-DATE-KEY
094000         SET PROBE-FOUND TO TRUE
094100         GO TO 2310-EXIT
094200     END-IF
094300     IF WS-DE-KEY (WS-DATE-SUB) > WS-SEARCH-DATE-KEY
094400         SET PROBE-INSERT-HERE TO TRUE
094500         GO TO 2310-EXIT
094600     END-IF
094700     ADD 1 TO WS-DATE-SUB.
094800 2310-EXIT.
094900     EXIT.
095000 2320-SHIFT-DATE.
095100     COMPUTE WS-SHIFT-TO = WS-SHIFT-SUB + 1
095200     MOVE WS-DATE-ENTRY (WS-SHIFT-SUB)
095300         TO WS-DATE-ENTRY (WS-SHIFT-TO)
095400     SUBTRACT 1 FROM WS-SHIFT-SUB.
095500 2320-EXIT.
095600     EXIT.
095700*----------------------------------------------------------*
095800*    2400-POST-STATE - ADD THE EMPLOYEE'S QUARTER TO THE    *
095900*    LINE FOR ITS DM-STATE-CODE, INSERTED IN ORDER THE      *
096000*    FIRST TIME THE STATE IS SEEN.                          *
096100*----------------------------------------------------------*
096200 2400-POST-STATE.
096300     MOVE WS-CURRENT-ID TO DM-EMPLOYEE-ID
096400     READ DEDUCT-MASTER
096500         INVALID KEY
096600             IF WS-DEDMST-STATUS NOT = '23'
096700                 DISPLAY 'EXAMP-QTR1 - READ FAILED, DEDMST '
096800                     'STATUS=' WS-DEDMST-STATUS
096900                 MOVE 16 TO RETURN-CODE
097000                 STOP RUN
097100             END-IF
097200             MOVE '--' TO WS-STATE-CODE-WORK
097300         NOT INVALID KEY
097400             MOVE DM-STATE-CODE TO WS-STATE-CODE-WORK
097500     END-READ
097600     IF WS-STATE-CODE-WORK = SPACES
097700         MOVE '--' TO WS-STATE-CODE-WORK
097800     END-IF
097900     SET PROBE-SEARCHING TO TRUE
098000     MOVE 1 TO WS-STATE-SUB
098100     PERFORM 2410-PROBE-STATE THRU 2410-EXIT
098200         UNTIL NOT PROBE-SEARCHING
098300            OR WS-STATE-SUB > WS-STATE-COUNT
098400     IF NOT PROBE-FOUND
098500         IF WS-STATE-COUNT >= WS-STATE-MAX
098600             DISPLAY 'EXAMP-QTR1 - MORE THAN ' WS-STATE-MAX
098700                 ' STATE CODES IN THE QUARTER'
098800             MOVE 16 TO RETURN-CODE
098900             STOP RUN
099000         END-IF
099100         MOVE WS-STATE-COUNT TO WS-SHIFT-SUB
099200         PERFORM 2420-SHIFT-STATE THRU 2420-EXIT
099300             UNTIL WS-SHIFT-SUB < WS-STATE-SUB
099400         MOVE WS-STATE-CODE-WORK
099500             TO WS-ST-STATE-CODE (WS-STATE-SUB)
099600         MOVE ZERO TO WS-ST-COUNT (WS-STATE-SUB)
099700         MOVE ZERO TO WS-ST-WAGES (WS-STATE-SUB)
099800         MOVE ZERO TO WS-ST-FED-TAX (WS-STATE-SUB)
099900         MOVE ZERO TO WS-ST-STATE-TAX (WS-STATE-SUB)
100000         ADD 1 TO WS-STATE-COUNT
100100     END-IF
100200     ADD 1 TO WS-ST-COUNT (WS-STATE-SUB)
100300     ADD WS-EB-QTR-HIST (1) TO WS-ST-WAGES (WS-STATE-SUB)
100400     ADD WS-EB-QTR-HIST (2) TO WS-ST-FED-TAX (WS-STATE-SUB)
100500     ADD WS-EB-QTR-HIST (3) TO WS-ST-STATE-TAX (WS-STATE-SUB).
100600 2400-EXIT.
100700     EXIT.
100800 2410-PROBE-STATE.
100900     IF WS-ST-STATE-CODE (WS-STATE-SUB) = WS-STATE-CODE-WORK
101000         SET PROBE-FOUND TO TRUE
101100         GO TO 2410-EXIT
101200     END-IF
101300     IF WS-ST-STATE-CODE (WS-STATE-SUB) > WS-STATE-CODE-WORK
101400         SET PROBE-INSERT-HERE TO TRUE
101500         GO TO 2410-EXIT
101600     END-IF
101700     ADD 1 TO WS-STATE-SUB.
101800 2410-EXIT.
101900     EXIT.
102000 2420-SHIFT-STATE.
102100     COMPUTE WS-SHIFT-TO = WS-SHIFT-SUB + 1
102200     MOVE WS-STATE-ENTRY (WS-SHIFT-SUB)
102300         TO WS-STATE-ENTRY (WS-SHIFT-TO)
102400     SUBTRACT 1 FROM WS-SHIFT-SUB.
102500 2420-EXIT.
102600     EXIT.
102700*----------------------------------------------------------*
102800*    2500-RECONCILE-EMPLOYEE - HISTORY SIDE = QUARTER       *
102900*    HISTORY LESS EARLIER-QUARTER REVERSALS TAKEN OUT THIS  *
103000*    QUARTER (SNAPSHOT OPENING ONLY - AN OPENING BUILT FROM *
103100*    HISTORY ALREADY LEAVES THEM OUT); YTD SIDE = CURRENT   *
103200*    LESS OPENING.  EVERY BUCKET THAT DIFFERS IS LISTED.    *
103300*----------------------------------------------------------*
103400 2500-RECONCILE-EMPLOYEE.
103500     MOVE SPACES TO WS-RECON-MESSAGE
103600     IF EMPLOYEE-ON-MASTER
103700         MOVE EM-EMPLOYEE-NAME TO WS-RECON-NAME
103800         IF EM-YTD-YEAR > WS-TAX-YEAR
103900             MOVE 'MASTER YTD ROLLED TO NEXT YEAR'
104000                 TO WS-RECON-MESSAGE
104100         ELSE
104200             IF EM-LAST-PAY-DATE > WS-QTR-END-DATE
104300                 MOVE 'POSTED AFTER QUARTER END'
104400                     TO WS-RECON-MESSAGE
104500             END-IF
104600         END-IF
104700     ELSE
104800         MOVE '** NOT ON MASTER **' TO WS-RECON-NAME
104900         MOVE 'EMPLOYEE NOT ON MASTER' TO WS-RECON-MESSAGE
105000     END-IF
105100     MOVE 1 TO WS-BUCKET-SUB
105200     PERFORM 2510-COMPARE-BUCKET THRU 2510-EXIT
105300         UNTIL WS-BUCKET-SUB > WS-BUCKET-COUNT
105400     IF EMPLOYEE-OUT-OF-BALANCE
105500         ADD 1 TO WS-EMP-OUT-COUNT
105600     END-IF.
105700 2500-EXIT.
105800     EXIT.
105900 2510-COMPARE-BUCKET.
106000     MOVE WS-EB-QTR-HIST (WS-BUCKET-SUB) TO WS-RECON-HISTORY
106100     IF OPENING-FROM-SNAPSHOT
106200         SUBTRACT WS-EB-REV-ADJ (WS-BUCKET-SUB)
106300             FROM WS-RECON-HISTORY
106400     END-IF
106500     COMPUTE WS-RECON-YTD-CHANGE =
106600         WS-EB-CURRENT (WS-BUCKET-SUB)
106700         - WS-EB-OPENING (WS-BUCKET-SUB)
106800     IF WS-RECON-HISTORY = WS-RECON-YTD-CHANGE
106900         GO TO 2510-NEXT
107000     END-IF
107100     SET EMPLOYEE-OUT-OF-BALANCE TO TRUE
107200     MOVE SPACES TO REC-DETAIL-LINE
107300     MOVE WS-CURRENT-ID TO RD-EMPLOYEE-ID
107400     MOVE WS-RECON-NAME TO RD-EMPLOYEE-NAME
107500     MOVE WS-BUCKET-NAME (WS-BUCKET-SUB) TO RD-BUCKET
107600     MOVE WS-RECON-HISTORY TO RD-HISTORY
107700     MOVE WS-RECON-YTD-CHANGE TO RD-YTD-CHANGE
107800     COMPUTE RD-DIFFERENCE =
107900         WS-RECON-HISTORY - WS-RECON-YTD-CHANGE
108000     MOVE WS-RECON-MESSAGE TO RD-MESSAGE
108100     MOVE REC-DETAIL-LINE TO WS-PRINT-LINE
108200     PERFORM 5200-WRITE-REC-LINE THRU 5200-EXIT
108300     ADD 1 TO WS-RECON-LINES.
108400 2510-NEXT.
108500     ADD 1 TO WS-BUCKET-SUB.
108600 2510-EXIT.
108700     EXIT.
108800*----------------------------------------------------------*
108900*    2600-WRITE-SNAPSHOT - THE EMPLOYEE'S YTD BUCKETS AS    *
109000*    OF THIS CLOSE, FOR NEXT QUARTER'S OPENING.             *
109100*----------------------------------------------------------*
109200 2600-WRITE-SNAPSHOT.
109300     MOVE SPACES TO YTD-SNAP-OUT-RECORD
109400     MOVE WS-CURRENT-ID TO QN-EMPLOYEE-ID
109500     MOVE WS-TAX-YEAR TO QN-TAX-YEAR
109600     MOVE WS-QUARTER TO QN-QUARTER
109700     MOVE 1 TO WS-BUCKET-SUB
109800     PERFORM 2610-MOVE-SNAP-BUCKET THRU 2610-EXIT
109900         UNTIL WS-BUCKET-SUB > WS-BUCKET-COUNT
110000     WRITE YTD-SNAP-OUT-RECORD
110100     IF WS-YTDNEW-STATUS NOT = '00'
110200         DISPLAY 'EXAMP-QTR1 - WRITE FAILED, YTDNEW STATUS='
110300             WS-YTDNEW-STATUS
110400         MOVE 16 TO RETURN-CODE
110500         STOP RUN
110600     END-IF
110700     ADD 1 TO WS-SNAP-WRITTEN.
110800 2600-EXIT.
110900     EXIT.
111000 2610-MOVE-SNAP-BUCKET.
111100     MOVE WS-EB-CURRENT (WS-BUCKET-SUB)
111200         TO QN-YTD-AMOUNT (WS-BUCKET-SUB)
111300     ADD 1 TO WS-BUCKET-SUB.
111400 2610-EXIT.
111500     EXIT.
111600*----------------------------------------------------------*
111700*    3000-PRINT-WORKSHEET - PAY DATES, STATES, AND THE      *
111800*    FEDERAL RETURN SUMMARY.                                *
111900*----------------------------------------------------------*
112000 3000-PRINT-WORKSHEET.
112100     MOVE 'PAY DATES IN THE QUARTER' TO WSL-TITLE
112200     MOVE WKS-DATE-HEADING TO WS-COLUMN-HEADING
112300     PERFORM 3050-START-SECTION THRU 3050-EXIT
112400     MOVE 1 TO WS-DATE-SUB
112500     PERFORM 3100-PRINT-DATE-LINE THRU 3100-EXIT
112600         UNTIL WS-DATE-SUB > WS-DATE-COUNT
112700     MOVE SPACES TO WKS-DETAIL-LINE
112800     MOVE 'TOTAL' TO WD-KEY
112900     MOVE 'PAYMENTS' TO WD-TYPE
113000     MOVE WS-HIST-IN-QTR TO WD-COUNT
113100     MOVE WS-TOTAL-WAGES TO WD-WAGES
113200     MOVE WS-TOTAL-FED-TAX TO WD-FED-TAX
113300     COMPUTE WS-TOTAL-FICA-TAX = WS-TOTAL-SS-TAX
113400         + WS-TOTAL-ER-SS-TAX + WS-TOTAL-MED-TAX
113500         + WS-TOTAL-ER-MED-TAX
113600     MOVE WS-TOTAL-FICA-TAX TO WD-FICA-TAX
113700     MOVE WS-TOTAL-STATE-TAX TO WD-STATE-TAX
113800     MOVE WKS-DETAIL-LINE TO WS-PRINT-LINE
113900     PERFORM 5100-WRITE-WKS-LINE THRU 5100-EXIT
114000     MOVE 'STATE WITHHOLDING BY STATE' TO WSL-TITLE
114100     MOVE WKS-STATE-HEADING TO WS-COLUMN-HEADING
114200     PERFORM 3050-START-SECTION THRU 3050-EXIT
114300     MOVE 1 TO WS-STATE-SUB
114400     PERFORM 3200-PRINT-STATE-LINE THRU 3200-EXIT
114500         UNTIL WS-STATE-SUB > WS-STATE-COUNT
114600     MOVE SPACES TO WKS-DETAIL-LINE
114700     MOVE 'TOTAL' TO WD-KEY
114800     MOVE 'EMPLOYEES' TO WD-TYPE
114900     MOVE WS-EMP-PAID-COUNT TO WD-COUNT
115000     MOVE WS-TOTAL-WAGES TO WD-WAGES
115100     MOVE WS-TOTAL-FED-TAX TO WD-FED-TAX
115200     MOVE WS-TOTAL-STATE-TAX TO WD-STATE-TAX
115300     MOVE WKS-DETAIL-LINE TO WS-PRINT-LINE
115400     PERFORM 5100-WRITE-WKS-LINE THRU 5100-EXIT
115500     PERFORM 3300-PRINT-SUMMARY THRU 3300-EXIT.
115600 3000-EXIT.
115700     EXIT.
115800 3050-START-SECTION.
115900     MOVE SPACES TO WS-PRINT-LINE
116000     PERFORM 5100-WRITE-WKS-LINE THRU 5100-EXIT
116100     MOVE WKS-SECTION-LINE TO WS-PRINT-LINE
116200     PERFORM 5100-WRITE-WKS-LINE THRU 5100-EXIT
116300     MOVE WS-COLUMN-HEADING TO WS-PRINT-LINE
116400     PERFORM 5100-WRITE-WKS-LINE THRU 5100-EXIT.
116500 3050-EXIT.
116600     EXIT.
116700 3100-PRINT-DATE-LINE.
116800     MOVE SPACES TO WKS-DETAIL-LINE
116900     MOVE WS-DE-PAY-DATE (WS-DATE-SUB) TO WD-KEY
117000     IF WS-DE-RUN-TYPE (WS-DATE-SUB) = 'O'
117100         MOVE 'OFF-CYCLE' TO WD-TYPE
117200     ELSE
117300         MOVE 'REGULAR' TO WD-TYPE
117400     END-IF
117500     MOVE WS-DE-COUNT (WS-DATE-SUB) TO WD-COUNT
117600     MOVE WS-DE-WAGES (WS-DATE-SUB) TO WD-WAGES
117700     MOVE WS-DE-FED-TAX (WS-DATE-SUB) TO WD-FED-TAX
117800     MOVE WS-DE-FICA-TAX (WS-DATE-SUB) TO WD-FICA-TAX
117900     MOVE WS-DE-STATE-TAX (WS-DATE-SUB) TO WD-STATE-TAX
118000     MOVE WKS-DETAIL-LINE TO WS-PRINT-LINE
118100     PERFORM 5100-WRITE-WKS-LINE THRU 5100-EXIT
118200     ADD 1 TO WS-DATE-SUB.
118300 3100-EXIT.
118400     EXIT.
118500 3200-PRINT-STATE-LINE.
118600     MOVE SPACES TO WKS-DETAIL-LINE
118700     MOVE WS-ST-STATE-CODE (WS-STATE-SUB) TO WD-KEY
118800     MOVE WS-ST-COUNT (WS-STATE-SUB) TO WD-COUNT
118900     MOVE WS-ST-WAGES (WS-STATE-SUB) TO WD-WAGES
119000     MOVE WS-ST-FED-TAX (WS-STATE-SUB) TO WD-FED-TAX
119100     MOVE WS-ST-STATE-TAX (WS-STATE-SUB) TO WD-STATE-TAX
119200     MOVE WKS-DETAIL-LINE TO WS-PRINT-LINE
119300     PERFORM 5100-WRITE-WKS-LINE THRU 5100-EXIT
119400     ADD 1 TO WS-STATE-SUB.
119500 3200-EXIT.
119600     EXIT.
119700*----------------------------------------------------------*
119800*    3300-PRINT-SUMMARY - FEDERAL RETURN FIGURES.  THE      *
119900*    EMPLOYEE MEDICARE FIGURE INCLUDES ANY ADDITIONAL       *
120000*    MEDICARE, WHICH HAS NO EMPLOYER MATCH, SO THE          *
120100*    ADDITIONAL MEDICARE WITHHELD IS THE DIFFERENCE.        *
120200*----------------------------------------------------------*
120300 3300-PRINT-SUMMARY.
120400     MOVE 'FEDERAL RETURN SUMMARY' TO WSL-TITLE
120500     MOVE SPACES TO WS-COLUMN-HEADING
120600     PERFORM 3050-START-SECTION THRU 3050-EXIT
120700     COMPUTE WS-TOTAL-ADDL-MED-TAX =
120800         WS-TOTAL-MED-TAX - WS-TOTAL-ER-MED-TAX
120900     COMPUTE WS-TOTAL-LIABILITY =
121000         WS-TOTAL-FED-TAX + WS-TOTAL-FICA-TAX
121100     MOVE 'EMPLOYEES PAID IN THE QUARTER' TO WC-LABEL
121200     MOVE WS-EMP-PAID-COUNT TO WC-VALUE
121300     MOVE WKS-COUNT-LINE TO WS-PRINT-LINE
121400     PERFORM 5100-WRITE-WKS-LINE THRU 5100-EXIT
121500     MOVE 'WAGES, TIPS AND OTHER COMPENSATION' TO WA-LABEL
121600     MOVE WS-TOTAL-WAGES TO WA-AMOUNT
121700     PERFORM 3350-WRITE-AMOUNT THRU 3350-EXIT
121800     MOVE 'FEDERAL INCOME TAX WITHHELD' TO WA-LABEL
121900     MOVE WS-TOTAL-FED-TAX TO WA-AMOUNT
122000     PERFORM 3350-WRITE-AMOUNT THRU 3350-EXIT
122100     MOVE 'SOCIAL SECURITY TAX - EMPLOYEE' TO WA-LABEL
122200     MOVE WS-TOTAL-SS-TAX TO WA-AMOUNT
122300     PERFORM 3350-WRITE-AMOUNT THRU 3350-EXIT
122400     MOVE 'SOCIAL SECURITY TAX - EMPLOYER' TO WA-LABEL
122500     MOVE WS-TOTAL-ER-SS-TAX TO WA-AMOUNT
122600     PERFORM 3350-WRITE-AMOUNT THRU 3350-EXIT
122700     MOVE 'MEDICARE TAX - EMPLOYEE (INCL ADDITIONAL)'
122800         TO WA-LABEL
122900     MOVE WS-TOTAL-MED-TAX TO WA-AMOUNT
123000     PERFORM 3350-WRITE-AMOUNT THRU 3350-EXIT
123100     MOVE 'MEDICARE TAX - EMPLOYER' TO WA-LABEL
123200     MOVE WS-TOTAL-ER-MED-TAX TO WA-AMOUNT
123300     PERFORM 3350-WRITE-AMOUNT THRU 3350-EXIT
123400     MOVE '  OF WHICH ADDITIONAL MEDICARE WITHHELD' TO WA-LABEL
123500     MOVE WS-TOTAL-ADDL-MED-TAX TO WA-AMOUNT
123600     PERFORM 3350-WRITE-AMOUNT THRU 3350-EXIT
123700     MOVE 'TOTAL SOCIAL SECURITY AND MEDICARE TAX' TO WA-LABEL
123800     MOVE WS-TOTAL-FICA-TAX TO WA-AMOUNT
123900     PERFORM 3350-WRITE-AMOUNT THRU 3350-EXIT
124000     MOVE 'TOTAL FEDERAL TAX LIABILITY' TO WA-LABEL
124100     MOVE WS-TOTAL-LIABILITY TO WA-AMOUNT
124200     PERFORM 3350-WRITE-AMOUNT THRU 3350-EXIT
124300     MOVE 'STATE INCOME TAX WITHHELD (ALL STATES)' TO WA-LABEL
124400     MOVE WS-TOTAL-STATE-TAX TO WA-AMOUNT
124500     PERFORM 3350-WRITE-AMOUNT THRU 3350-EXIT
124600     MOVE SPACES TO WS-PRINT-LINE
124700     PERFORM 5100-WRITE-WKS-LINE THRU 5100-EXIT
124800     MOVE 'HISTORY RECORDS READ' TO WC-LABEL
124900     MOVE WS-HIST-READ TO WC-VALUE
125000     MOVE WKS-COUNT-LINE TO WS-PRINT-LINE
125100     PERFORM 5100-WRITE-WKS-LINE THRU 5100-EXIT
125200     MOVE 'PAYMENTS IN THE QUARTER' TO WC-LABEL
125300     MOVE WS-HIST-IN-QTR TO WC-VALUE
125400     MOVE WKS-COUNT-LINE TO WS-PRINT-LINE
125500     PERFORM 5100-WRITE-WKS-LINE THRU 5100-EXIT
125600     MOVE 'REVERSED PAYMENTS LEFT OUT' TO WC-LABEL
125700     MOVE WS-HIST-REVERSED TO WC-VALUE
125800     MOVE WKS-COUNT-LINE TO WS-PRINT-LINE
125900     PERFORM 5100-WRITE-WKS-LINE THRU 5100-EXIT.
126000 3300-EXIT.
126100     EXIT.
126200 3350-WRITE-AMOUNT.
126300     MOVE WKS-AMOUNT-LINE TO WS-PRINT-LINE
126400     PERFORM 5100-WRITE-WKS-LINE THRU 5100-EXIT.
126500 3350-EXIT.
126600     EXIT.
126700*----------------------------------------------------------*
126800*    4000-PRINT-WKS-HEADERS / 4100-PRINT-REC-HEADERS - NEW  *
126900*    PAGE.  A WORKSHEET PAGE BREAK INSIDE A SECTION REPEATS *
127000*    THE SECTION'S COLUMN HEADINGS.                         *
127100*----------------------------------------------------------*
127200 4000-PRINT-WKS-HEADERS.
127300     ADD 1 TO WS-WKS-PAGE-NO
127400     MOVE WS-RUN-DATE-DISPLAY TO WH1-RUN-DATE
127500     MOVE WS-TAX-YEAR TO WH1-TAX-YEAR
127600     MOVE WS-QUARTER TO WH1-QUARTER
127700     MOVE WS-WKS-PAGE-NO TO WH1-PAGE-NO
127800     WRITE WKS-LINE FROM WKS-HEADER-LINE1
127900         AFTER ADVANCING PAGE
127950     PERFORM 4050-CHECK-WKS-WRITE THRU 4050-EXIT
128000     MOVE SPACES TO WKS-LINE
128100     WRITE WKS-LINE
128200         AFTER ADVANCING 1 LINE
128250     PERFORM 4050-CHECK-WKS-WRITE THRU 4050-EXIT
128300     MOVE 3 TO WS-WKS-LINE-COUNT
128400     IF WS-COLUMN-HEADING NOT = SPACES
128500         WRITE WKS-LINE FROM WS-COLUMN-HEADING
128600             AFTER ADVANCING 1 LINE
128650         PERFORM 4050-CHECK-WKS-WRITE THRU 4050-EXIT
128700         ADD 1 TO WS-WKS-LINE-COUNT
128800     END-IF.
128900 4000-EXIT.
129000     EXIT.
129010 4050-CHECK-WKS-WRITE.
129020     IF WS-QTRRPT-STATUS NOT = '00'
129030         DISPLAY 'EXAMP-QTR1 - WRITE FAILED, QTRRPT STATUS='
129040             WS-QTRRPT-STATUS
129050         MOVE 16 TO RETURN-CODE
129060         STOP RUN
129070     END-IF.
129080 4050-EXIT.
129090     EXIT.
129100 4100-PRINT-REC-HEADERS.
129200     ADD 1 TO WS-REC-PAGE-NO
129300     MOVE WS-RUN-DATE-DISPLAY TO RH1-RUN-DATE
129400     MOVE WS-TAX-YEAR TO RH1-TAX-YEAR
129500     MOVE WS-QUARTER TO RH1-QUARTER
129600     MOVE WS-REC-PAGE-NO TO RH1-PAGE-NO
129700     WRITE QREC-LINE FROM REC-HEADER-LINE1
129800         AFTER ADVANCING PAGE
129850     PERFORM 4150-CHECK-REC-WRITE THRU 4150-EXIT
129900     WRITE QREC-LINE FROM REC-HEADER-LINE2
130000         AFTER ADVANCING 1 LINE
130050     PERFORM 4150-CHECK-REC-WRITE THRU 4150-EXIT
130100     MOVE SPACES TO QREC-LINE
130200     WRITE QREC-LINE
130300         AFTER ADVANCING 1 LINE
130350     PERFORM 4150-CHECK-REC-WRITE THRU 4150-EXIT
130400     MOVE 4 TO WS-REC-LINE-COUNT.
130500 4100-EXIT.
130600     EXIT.
130610 4150-CHECK-REC-WRITE.
130620     IF WS-QTRREC-STATUS NOT = '00'
130630         DISPLAY 'EXAMP-QTR1 - WRITE FAILED, QTRREC STATUS='
130640             WS-QTRREC-STATUS
130650         MOVE 16 TO RETURN-CODE
130660         STOP RUN
130670     END-IF.
130680 4150-EXIT.
130690     EXIT.
130700 5100-WRITE-WKS-LINE.
130800     IF WS-WKS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
130900         PERFORM 4000-PRINT-WKS-HEADERS THRU 4000-EXIT
131000     END-IF
131100     WRITE WKS-LINE FROM WS-PRINT-LINE
131200         AFTER ADVANCING 1 LINE
131300     IF WS-QTRRPT-STATUS NOT = '00'
131400         DISPLAY 'EXAMP-QTR1 - WRITE FAILED, QTRRPT STATUS='
131500             WS-QTRRPT-STATUS
131600         MOVE 16 TO RETURN-CODE
131700         STOP RUN
131800     END-IF
131900     ADD 1 TO WS-WKS-LINE-COUNT.
132000 5100-EXIT.
132100     EXIT.
132200 5200-WRITE-REC-LINE.
132300     IF WS-REC-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
132400         PERFORM 4100-PRINT-REC-HEADERS THRU 4100-EXIT
132500     END-IF
132600     WRITE QREC-LINE FROM WS-PRINT-LINE
132700         AFTER ADVANCING 1 LINE
132800     IF WS-QTRREC-STATUS NOT = '00'
132900         DISPLAY 'EXAMP-QTR1 - WRITE FAILED, QTRREC STATUS='
133000             WS-QTRREC-STATUS
133100         MOVE 16 TO RETURN-CODE
133200         STOP RUN
133300     END-IF
133400     ADD 1 TO WS-REC-LINE-COUNT.
133500 5200-EXIT.
133600     EXIT.
133700*----------------------------------------------------------*
133800*    7000-RECON-TOTALS - RECONCILIATION CONTROL COUNTS.     *
133900*----------------------------------------------------------*
134000 7000-RECON-TOTALS.
134100     MOVE SPACES TO WS-PRINT-LINE
134200     PERFORM 5200-WRITE-REC-LINE THRU 5200-EXIT
134300     MOVE 'MASTER RECORDS READ         :' TO RS-LABEL
134400     MOVE WS-MASTER-READ TO RS-VALUE
134500     MOVE REC-SUMMARY-LINE TO WS-PRINT-LINE
134600     PERFORM 5200-WRITE-REC-LINE THRU 5200-EXIT
134700     MOVE 'PRIOR SNAPSHOT RECORDS READ :' TO RS-LABEL
134800     MOVE WS-SNAP-READ TO RS-VALUE
134900     MOVE REC-SUMMARY-LINE TO WS-PRINT-LINE
135000     PERFORM 5200-WRITE-REC-LINE THRU 5200-EXIT
135100     MOVE 'NEW SNAPSHOT RECORDS WRITTEN:' TO RS-LABEL
135200     MOVE WS-SNAP-WRITTEN TO RS-VALUE
135300     MOVE REC-SUMMARY-LINE TO WS-PRINT-LINE
135400     PERFORM 5200-WRITE-REC-LINE THRU 5200-EXIT
135500     MOVE 'EMPLOYEES OUT OF BALANCE    :' TO RS-LABEL
135600     MOVE WS-EMP-OUT-COUNT TO RS-VALUE
135700     MOVE REC-SUMMARY-LINE TO WS-PRINT-LINE
135800     PERFORM 5200-WRITE-REC-LINE THRU 5200-EXIT
135900     MOVE 'BUCKETS OUT OF BALANCE      :' TO RS-LABEL
136000     MOVE WS-RECON-LINES TO RS-VALUE
136100     MOVE REC-SUMMARY-LINE TO WS-PRINT-LINE
136200     PERFORM 5200-WRITE-REC-LINE THRU 5200-EXIT.
136300 7000-EXIT.
136400     EXIT.
136500*----------------------------------------------------------*
136600*    8000-TERMINATE.                                        *
136700*----------------------------------------------------------*
136800 8000-TERMINATE.
136900     CLOSE QTR-PARM
137000     CLOSE PAY-HISTORY
137100     CLOSE EMPLOYEE-MASTER
137200     CLOSE DEDUCT-MASTER
137300     CLOSE YTD-SNAP-IN
137400     CLOSE YTD-SNAP-OUT
137500     CLOSE WORKSHEET-RPT
137600     CLOSE RECON-RPT
137700     IF WS-EMP-OUT-COUNT > ZERO
137800         DISPLAY 'EXAMP-QTR1 - ' WS-EMP-OUT-COUNT
137900             ' EMPLOYEE(S) OUT OF BALANCE - SEE QTRREC'
138000         MOVE 4 TO RETURN-CODE
138100     ELSE
138200         MOVE 0 TO RETURN-CODE
138300     END-IF.
138400 8000-EXIT.
138500     EXIT.
