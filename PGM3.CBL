003454*                     NORMALIZED TO ZERO WHEN A MASTER RECORD
003455*                     PREDATING THE FIELD STILL HOLDS SPACES
003456*                     THERE.
003457*    10/15/26   DM    FICA: WITHHOLD EMPLOYEE SOCIAL SECURITY
003458*                     UP TO THE ANNUAL WAGE BASE (CAPPED
003459*                     AGAINST EM-YTD-GROSS BEFORE THIS RUN),
003460*                     MEDICARE, AND THE ADDITIONAL MEDICARE
003461*                     OVER THE THRESHOLD (RATES AND LIMITS IN
003462*                     COPYLIB/FICARATE), AND COMPUTE THE
003463*                     EMPLOYER MATCH EVERY RUN.  FICA IS
003464*                     STATUTORY, SO IT IS TAKEN EVEN WITHOUT A
003465*                     DEDUCT-MASTER RECORD, COMES OFF BEFORE
003466*                     THE GARNISHMENTS, AND IS NEVER BACKED
003467*                     OFF BY THE SHORT-PAY ADJUSTMENT.  POSTS
003468*                     THE NEW EM-YTD-SS-TAX / EM-YTD-MED-TAX
003469*                     BUCKETS AND THE PAY HISTORY FICA SPLIT,
003470*                     PRINTS A FICA COLUMN ON THE REGISTER,
003471*                     AND ADDS A FICA CONTROL-TOTALS LINE
003472*                     SHOWING WITHHOLDING AND EMPLOYER MATCH.
003473*    10/15/26   DM    CARRY THE RUN TYPE AND THE RUN'S TOTAL
003474*                     GARNISHMENT WITHHOLDING ON THE BALANCE
003475*                     CONTROL RECORD FOR THE NEW AGENCY
003476*                     REMITTANCE STEP (EXAMP-GRN1) AND ITS
003477*                     PROOF IN EXAMP-BAL1.
003478*    10/15/26   DM    VACATION AND SICK LEAVE (SEE COPYLIB/
003479*                     LEAVMAST).  EVERY REGULAR RUN ACCRUES
003480*                     EACH PAID EMPLOYEE'S PER-PERIOD RATE FOR
003481*                     BOTH PLANS UP TO THE PLAN'S ANNUAL CAP,
003482*                     CUTTING THE BALANCE BACK TO THE
003483*                     CARRYOVER LIMIT ON THE FIRST TOUCH OF A
003484*                     NEW YEAR.  BOTH RUN TYPES POST THE HOURS
003485*                     TAKEN THAT STEP010 ACCEPTED (LEAVE-TAKEN
003486*                     WORK FILE, SEE COPYLIB/LVTAKEN).  BOTH
003487*                     UPDATES ARE STAMPED ON THE LEAVE RECORD
003488*                     SO A RERUN NEVER POSTS TWICE.  A
003489*                     TERMINATION NOW LISTS THE UNUSED
003490*                     VACATION AND ITS VALUE ON THE NEW
003491*                     VACATION PAYOUT LIST (LVPAY DD) FOR THE
003492*                     FINAL PAY AND CLEARS THE BALANCE.
003493*    10/15/26   DM    RETROACTIVE PAY.  THE LATEST RATE CHANGE
003494*                     (SEE COPYLIB/RATECHG) IN EFFECT BY THE RUN
003495*                     DATE AND STILL PENDING IS REPRICED BACK
003496*                     THROUGH PAY HISTORY: EVERY REGULAR,
003497*                     UNREVERSED PAYMENT OF THE SAME PAY TYPE ON
003498*                     OR AFTER THE EFFECTIVE DATE IS FIGURED AT
003499*                     THE NEW RATE AND THE DIFFERENCE IS PAID AS
003500*                     A SEPARATE RETRO EARNINGS LINE WITH ITS OWN
003501*                     TAXES, REGISTER LINE, AND GL LINE (GL
003502*                     EARNINGS CODE 'R').  THE CHANGE IS STAMPED
003503*                     APPLIED WITH THE RUN AND THE RETRO PAID SO
003504*                     A RERUN PAYS THE SAME RETRO.  YTD, PAY
003505*                     HISTORY, AND THE REGISTER TOTALS NOW CARRY
003506*                     THE FULL GROSS INCLUDING RETRO.
003507*    10/15/26   DM    LABOR DISTRIBUTION.  AN EMPLOYEE WITH A
003508*                     LABOR-DIST RECORD (SEE COPYLIB/LABDIST) HAS
003509*                     THE REGULAR AND RETRO GL LINES WRITTEN ONCE
003510*                     PER SPLIT, EACH TO THE SPLIT DEPARTMENT'S
003511*                     GL ACCOUNT AND COST CENTER; THE LAST SPLIT
003512*                     TAKES THE ROUNDING SO THE LINES STILL ADD
003513*                     TO THE GROSS.  THE SPLITS PRINT UNDER THE
003514*                     EMPLOYEE ON THE REGISTER.  THE IN-LINE
003515*                     DEPARTMENT SUBTOTAL CARRIES ONLY THE SHARES
003516*                     CHARGED TO THAT DEPARTMENT, AND THE FULL
003517*                     DEPARTMENT SUBTOTALS AS CHARGED PRINT AFTER
003518*                     THE CONTROL TOTALS.  THE SPLITS POSTED ARE
003519*                     KEPT ON LABOR-POSTED (SEE COPYLIB/LABPOST)
003520*                     SO EXAMP-RVS1 CAN CREDIT THEM BACK.
003521*    10/15/26   DM    LOOK FOR TERMINATIONS ON REGULAR RUNS
003529*                     ONLY.  AN OFF-CYCLE RUN PAYS JUST THE FEW
003539*                     EMPLOYEES KEYED FOR IT, SO EVERYONE ELSE
003549*                     WAS BEING TERMINATED AND HAD THE VACATION
003559*                     BALANCE PAID OUT AND CLEARED.
003569 ENVIRONMENT DIVISION.
003579 CONFIGURATION SECTION.
003589 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
005703     SELECT PAY-HISTORY
005704     ASSIGN TO UT-S-HISTF
005705     ORGANIZATION IS INDEXED
005706     ACCESS MODE IS DYNAMIC
005707     RECORD KEY IS PH-HISTORY-KEY
005708     FILE STATUS IS WS-HISTF-STATUS.
005709     SELECT GARNISH-MASTER
005724     SELECT RUNTYPE-PARM
005725     ASSIGN TO UT-S-RUNTYPE
005726     FILE STATUS IS WS-RUNTYPE-STATUS.
005727     SELECT LEAVE-MASTER
005728     ASSIGN TO UT-S-LEAVEF
005729     ORGANIZATION IS INDEXED
005730     ACCESS MODE IS RANDOM
005731     RECORD KEY IS LV-EMPLOYEE-ID
005732     FILE STATUS IS WS-LEAVEF-STATUS.
005733     SELECT LEAVE-TAKEN
005734     ASSIGN TO UT-S-LVTAKEN
005735     FILE STATUS IS WS-LVTAKEN-STATUS.
005736     SELECT LEAVE-PAYOUT-RPT
005737     ASSIGN TO UT-S-LVPAY
005738     FILE STATUS IS WS-LVPAY-STATUS.
005739     SELECT RATE-CHANGE
005740     ASSIGN TO UT-S-RATECHG
005741     ORGANIZATION IS INDEXED
005742     ACCESS MODE IS DYNAMIC
005743     RECORD KEY IS RG-RATE-KEY
005744     FILE STATUS IS WS-RATECHG-STATUS.
005745     SELECT LABOR-DIST
005746     ASSIGN TO UT-S-LABDIST
005747     ORGANIZATION IS INDEXED
005748     ACCESS MODE IS RANDOM
005749     RECORD KEY IS LD-EMPLOYEE-ID
005750     FILE STATUS IS WS-LABDIST-STATUS.
005751     SELECT LABOR-POSTED
005752     ASSIGN TO UT-S-LABPOST
005753     ORGANIZATION IS INDEXED
005754     ACCESS MODE IS RANDOM
005755     RECORD KEY IS LB-POSTED-KEY
005756     FILE STATUS IS WS-LABPOST-STATUS.
005776 DATA DIVISION.
005800 FILE SECTION.
005900 FD  SORTED-WRKFILE
006000     RECORDING MODE IS F
010828         88  RP-RUN-REGULAR               VALUE 'R' ' '.
010829         88  RP-RUN-OFF-CYCLE             VALUE 'O'.
010830     02  FILLER                       PIC X(79).
010880 FD  LEAVE-MASTER
010930     RECORD CONTAINS 150 CHARACTERS
010980     DATA RECORD IS LEAVE-MASTER-RECORD.
011030     COPY LEAVMAST.
011080 FD  LEAVE-TAKEN
011130     RECORDING MODE IS F
011180     LABEL RECORDS ARE OMITTED
011230     RECORD CONTAINS 80 CHARACTERS
011280     BLOCK CONTAINS 10 RECORDS
011330     DATA RECORD IS LEAVE-TAKEN-RECORD.
011380     COPY LVTAKEN.
011430 FD  LEAVE-PAYOUT-RPT
011480     RECORDING MODE IS F
011530     LABEL RECORDS ARE OMITTED
011580     RECORD CONTAINS 80 CHARACTERS
011630     BLOCK CONTAINS 10 RECORDS
011680     DATA RECORD IS LEAVE-PAYOUT-LINE.
011730 01  LEAVE-PAYOUT-LINE                PIC X(80).
011740 FD  RATE-CHANGE
011750     RECORD CONTAINS 80 CHARACTERS
011760     DATA RECORD IS RATE-CHANGE-RECORD.
011770     COPY RATECHG.
011773 FD  LABOR-DIST
011776     RECORD CONTAINS 80 CHARACTERS
011779     DATA RECORD IS LABOR-DIST-RECORD.
011782     COPY LABDIST.
011785 FD  LABOR-POSTED
011788     RECORD CONTAINS 200 CHARACTERS
011791     DATA RECORD IS LABOR-POSTED-RECORD.
011794     COPY LABPOST.
011800*
011900 WORKING-STORAGE SECTION.
012000 01  WS-FILE-STATUSES.
012580     02  WS-TAXTBL-STATUS             PIC X(02) VALUE '00'.
012590     02  WS-BALCTL-STATUS             PIC X(02) VALUE '00'.
012591     02  WS-RUNTYPE-STATUS            PIC X(02) VALUE '00'.
012593     02  WS-LEAVEF-STATUS             PIC X(02) VALUE '00'.
012595     02  WS-LVTAKEN-STATUS            PIC X(02) VALUE '00'.
012596     02  WS-LVPAY-STATUS              PIC X(02) VALUE '00'.
012597     02  WS-RATECHG-STATUS            PIC X(02) VALUE '00'.
012598     02  WS-LABDIST-STATUS            PIC X(02) VALUE '00'.
012599     02  WS-LABPOST-STATUS            PIC X(02) VALUE '00'.
012600 01  WS-SWITCHES.
012700     02  WS-EOF-SW                    PIC X(01) VALUE 'N'.
012800         88  END-OF-INPUT                 VALUE 'Y'.
013284         88  BRACKET-NOT-FOUND           VALUE 'N'.
013285     02  WS-PERIOD-SW                 PIC X(01) VALUE 'N'.
013286         88  REGULAR-PERIOD-FOUND        VALUE 'Y'.
013290     02  WS-LT-EOF-SW                 PIC X(01) VALUE 'N'.
013291         88  END-OF-LEAVE-TAKEN          VALUE 'Y'.
013292     02  WS-RATE-EOF-SW               PIC X(01) VALUE 'N'.
013293         88  END-OF-RATE-CHANGES         VALUE 'Y'.
013294     02  WS-RATE-FOUND-SW             PIC X(01) VALUE 'N'.
013295         88  RATE-CHANGE-IN-EFFECT       VALUE 'Y'.
013296     02  WS-PH-EOF-SW                 PIC X(01) VALUE 'N'.
013297         88  END-OF-PAY-HISTORY          VALUE 'Y'.
013298     02  WS-DIST-SW                   PIC X(01) VALUE 'N'.
013299         88  LABOR-IS-SPLIT              VALUE 'Y'.
013300 01  WS-RUN-DATE-YYYYMMDD             PIC 9(08).
013310 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-YYYYMMDD.
013320     02  WS-RD-YYYY-IN                PIC 9(04).
014600 01  WS-TOTAL-EMPLOYEES               PIC 9(07) COMP VALUE ZERO.
014700 01  WS-TOTAL-SALARY                  PIC S9(09)V99 VALUE ZERO.
014750 01  WS-TOTAL-NET                     PIC S9(09)V99 VALUE ZERO.
014755 01  WS-TOTAL-GARNISH                 PIC S9(09)V99 VALUE ZERO.
014760 01  WS-TOTAL-SS-TAX                  PIC S9(09)V99 VALUE ZERO.
014770 01  WS-TOTAL-MED-TAX                 PIC S9(09)V99 VALUE ZERO.
014780 01  WS-TOTAL-ER-SS-TAX               PIC S9(09)V99 VALUE ZERO.
014790 01  WS-TOTAL-ER-MED-TAX              PIC S9(09)V99 VALUE ZERO.
014792 01  WS-TOTAL-RETRO-COUNT             PIC 9(07) COMP VALUE ZERO.
014794 01  WS-TOTAL-RETRO-GROSS             PIC S9(09)V99 VALUE ZERO.
014796 01  WS-TOTAL-RETRO-NET               PIC S9(09)V99 VALUE ZERO.
014800 01  WS-AVERAGE-SALARY                PIC S9(07)V99 VALUE ZERO.
014810 01  WS-PAY-AMOUNTS.
014820     02  WS-GROSS-PAY                 PIC S9(7)V99 VALUE ZERO.
014830     02  WS-FED-TAX                   PIC S9(7)V99 VALUE ZERO.
014840     02  WS-STATE-TAX                 PIC S9(7)V99 VALUE ZERO.
014841     02  WS-SS-TAX                    PIC S9(7)V99 VALUE ZERO.
014842     02  WS-MED-TAX                   PIC S9(7)V99 VALUE ZERO.
014850     02  WS-BENEFIT-DED               PIC S9(7)V99 VALUE ZERO.
014860     02  WS-RETIRE-DED                PIC S9(7)V99 VALUE ZERO.
014865     02  WS-GARNISH-DED               PIC S9(7)V99 VALUE ZERO.
014870     02  WS-NET-PAY                   PIC S9(7)V99 VALUE ZERO.
014875*    EMPLOYER MATCH - COMPUTED EVERY RUN, NEVER COMES OUT OF
014876*    THE EMPLOYEE'S NET.
014877 01  WS-EMPLOYER-AMOUNTS.
014878     02  WS-ER-SS-TAX                 PIC S9(7)V99 VALUE ZERO.
014879     02  WS-ER-MED-TAX                PIC S9(7)V99 VALUE ZERO.
014880 01  WS-GARN-WORK-AMOUNTS.
014881     02  WS-GARN-REMAINING            PIC S9(7)V99 VALUE ZERO.
014882     02  WS-GARN-TARGET               PIC S9(7)V99 VALUE ZERO.
014893     02  WS-BRACKET-BASE              PIC 9(9)V99 VALUE ZERO.
014894 01  WS-TAX-JURISDICTION              PIC X(03) VALUE SPACES.
014895 01  WS-FILING-STATUS                 PIC X(01) VALUE SPACE.
014896*    SOCIAL SECURITY / MEDICARE WORK AREAS AND THE FICA
014897*    RATES AND LIMITS (SEE 2058/2059).
014898 01  WS-FICA-WORK-AMOUNTS.
014899     02  WS-PRIOR-YTD-GROSS           PIC S9(9)V99 VALUE ZERO.
014900     02  WS-FICA-WAGES                PIC S9(9)V99 VALUE ZERO.
014901     COPY FICARATE.
014902*    LEAVE ACCRUAL AND TERMINATION PAYOUT WORK AREAS (SEE
014903*    2400 AND 7550).  STANDARD HOURS PER YEAR TURNS A
014904*    SALARIED EMPLOYEE'S PERIOD PAY INTO THE HOURLY RATE THE
014905*    VACATION PAYOUT IS VALUED AT.
014906 01  WS-LEAVE-WORK-AMOUNTS.
014907     02  WS-LV-ACCRUAL                PIC S9(5)V99 VALUE ZERO.
014908     02  WS-LV-PAYOUT-AMT             PIC S9(7)V99 VALUE ZERO.
014909     02  WS-LV-PAYOUT-COUNT           PIC 9(07) COMP VALUE ZERO.
014910     02  WS-LV-PAYOUT-HOURS           PIC S9(7)V99 VALUE ZERO.
014911     02  WS-LV-PAYOUT-TOTAL           PIC S9(9)V99 VALUE ZERO.
014912 01  WS-STD-HOURS-PER-YEAR            PIC 9(04) VALUE 2080.
014913*    RETROACTIVE PAY FOR A PAST-DATED RATE CHANGE (SEE 2080
014914*    THRU 2110).  THE RETRO IS FIGURED APART FROM THE PERIOD'S
014915*    REGULAR PAY AND ADDED INTO IT ONCE BOTH LINES HAVE
014916*    PRINTED; THE SAVE AREAS HOLD THE REGULAR FIGURES WHILE
014917*    2085 BORROWS THE TAX PARAGRAPHS.
014918 01  WS-RETRO-AMOUNTS.
014919     02  WS-RETRO-GROSS               PIC S9(7)V99 VALUE ZERO.
014920     02  WS-RETRO-FED-TAX             PIC S9(7)V99 VALUE ZERO.
014921     02  WS-RETRO-STATE-TAX           PIC S9(7)V99 VALUE ZERO.
014922     02  WS-RETRO-SS-TAX              PIC S9(7)V99 VALUE ZERO.
014923     02  WS-RETRO-MED-TAX             PIC S9(7)V99 VALUE ZERO.
014924     02  WS-RETRO-ER-SS-TAX           PIC S9(7)V99 VALUE ZERO.
014925     02  WS-RETRO-ER-MED-TAX          PIC S9(7)V99 VALUE ZERO.
014926     02  WS-RETRO-NET-PAY             PIC S9(7)V99 VALUE ZERO.
014927     02  WS-RETRO-PERIODS             PIC 9(03) VALUE ZERO.
014928 01  WS-RETRO-WORK-AMOUNTS.
014929     02  WS-RETRO-RATE-KEY            PIC X(18) VALUE SPACES.
014930     02  WS-RETRO-EFF-DATE            PIC 9(08) VALUE ZERO.
014931     02  WS-RETRO-NEW-RATE            PIC 9(7)V99 VALUE ZERO.
014932     02  WS-RETRO-PAY-TYPE            PIC X(01) VALUE SPACE.
014933         88  RETRO-PAY-HOURLY            VALUE 'H'.
014934         88  RETRO-PAY-SALARIED          VALUE 'S'.
014935     02  WS-RETRO-OLD-PAY             PIC S9(7)V99 VALUE ZERO.
014936     02  WS-RETRO-NEW-PAY             PIC S9(7)V99 VALUE ZERO.
014937 01  WS-PAY-AMOUNTS-SAVE              PIC X(81) VALUE SPACES.
014938 01  WS-EMPLOYER-AMOUNTS-SAVE         PIC X(18) VALUE SPACES.
014939 01  WS-RETRO-LABEL.
014940     02  FILLER                       PIC X(10) VALUE
014941                                       'RETRO PAY '.
014942     02  WS-RL-PERIODS                PIC ZZ9.
014943     02  FILLER                       PIC X(08) VALUE ' PERIODS'.
014944*    THIS PAYMENT'S LABOR DISTRIBUTION (SEE 2150): ONE ENTRY
014945*    PER LABOR-DIST SPLIT, OR ONE 100 PERCENT ENTRY FOR THE
014946*    HOME DEPARTMENT WHEN THE EMPLOYEE HAS NO SPLIT.  THE GL
014947*    LINES, THE REGISTER SPLIT LINES, AND LABOR-POSTED ARE
014948*    ALL WRITTEN FROM IT.
014949 01  WS-DIST-COUNT                    PIC 9(04) COMP VALUE ZERO.
014950 01  WS-DIST-SUB                      PIC 9(04) COMP VALUE ZERO.
014951 01  WS-DIST-REG-LEFT                 PIC S9(7)V99 VALUE ZERO.
014952 01  WS-DIST-RETRO-LEFT               PIC S9(7)V99 VALUE ZERO.
014953 01  WS-DIST-CHARGE                   PIC S9(7)V99 VALUE ZERO.
014954 01  WS-DIST-TABLE.
014955     02  WS-DIST-ENTRY  OCCURS 4 TIMES.
014956         03  WS-DIST-DEPT             PIC X(04).
014957         03  WS-DIST-DEPT-NAME        PIC X(30).
014958         03  WS-DIST-GL-ACCOUNT       PIC X(06).
014959         03  WS-DIST-COST-CENTER      PIC X(04).
014960         03  WS-DIST-PERCENT          PIC 9(3)V99.
014961         03  WS-DIST-REG-AMT          PIC S9(7)V99.
014962         03  WS-DIST-RETRO-AMT        PIC S9(7)V99.
014963 01  WS-SPLIT-LABEL.
014964     02  FILLER                       PIC X(08) VALUE
014965                                      '  SPLIT '.
014966     02  WS-SL-PERCENT                PIC ZZ9.99.
014967     02  FILLER                       PIC X(05) VALUE '% CC '.
014968     02  WS-SL-COST-CENTER            PIC X(04).
014969*    LABOR CHARGED TO EACH DEPARTMENT THIS RUN AFTER THE
014970*    SPLITS, KEPT IN DEPARTMENT ORDER FOR THE DEPARTMENT
014971*    SUBTOTALS AT THE END OF THE REGISTER (SEE 6200 AND
014972*    7100).  WS-LABOR-MAX IS ONE LESS THAN THE TABLE SIZE SO
014973*    AN INSERT ALWAYS HAS A SLOT TO SHIFT INTO.
014974 01  WS-LABOR-COUNT                   PIC 9(04) COMP VALUE ZERO.
014975 01  WS-LABOR-MAX                     PIC 9(04) COMP VALUE 999.
014976 01  WS-LABOR-SUB                     PIC 9(04) COMP VALUE ZERO.
014977 01  WS-LABOR-SHIFT                   PIC 9(04) COMP VALUE ZERO.
014978 01  WS-LABOR-TABLE.
014979     02  WS-LABOR-ENTRY  OCCURS 1000 TIMES.
014980         03  WS-LABOR-DEPT            PIC X(04).
014981         03  WS-LABOR-DEPT-NAME       PIC X(30).
014982         03  WS-LABOR-GROSS           PIC S9(9)V99.
014983 01  WS-SEEN-SUB                      PIC 9(07) COMP VALUE ZERO.
015000 01  WS-SEEN-COUNT                    PIC 9(07) COMP VALUE ZERO.
015010 01  WS-SEEN-MODULUS                  PIC 9(07) COMP
015012                                      VALUE 1000003.
017760     02  FILLER                       PIC X(10) VALUE
017770                                       ' STATE TAX'.
017780     02  FILLER                       PIC X(02) VALUE SPACES.
017781     02  FILLER                       PIC X(10) VALUE
017782                                       '  FICA TAX'.
017783     02  FILLER                       PIC X(02) VALUE SPACES.
017790     02  FILLER                       PIC X(10) VALUE
017791                                       ' OTHER DED'.
017792     02  FILLER                       PIC X(02) VALUE SPACES.
017794                                       '       NET PAY'.
017795     02  FILLER                       PIC X(02) VALUE SPACES.
017796     02  FILLER                       PIC X(06) VALUE ' HOURS'.
017797     02  FILLER                       PIC X(02) VALUE SPACES.
017900 01  RPT-DETAIL-LINE.
018000     02  FILLER                       PIC X(01) VALUE SPACE.
018100     02  RD-EMPLOYEE-ID               PIC 9(10).
018730     02  FILLER                       PIC X(02) VALUE SPACES.
018740     02  RD-STATE-TAX                 PIC ZZZ,ZZ9.99.
018750     02  FILLER                       PIC X(02) VALUE SPACES.
018751     02  RD-FICA-TAX                  PIC ZZZ,ZZ9.99.
018752     02  FILLER                       PIC X(02) VALUE SPACES.
018760     02  RD-OTHER-DED                 PIC ZZZ,ZZ9.99.
018770     02  FILLER                       PIC X(02) VALUE SPACES.
018780     02  RD-NET-PAY                   PIC $$$,$$$,$$9.99.
018790     02  FILLER                       PIC X(02) VALUE SPACES.
018791     02  RD-HOURS                     PIC ZZ9.99 BLANK WHEN ZERO.
018800     02  FILLER                       PIC X(02) VALUE SPACES.
018900 01  RPT-DEPT-SUBTOTAL-LINE.
019000     02  FILLER                       PIC X(01) VALUE SPACE.
019100     02  FILLER                       PIC X(10) VALUE
021900                                       'AVG:'.
022000     02  RT-AVERAGE-SALARY            PIC $$$,$$$,$$9.99.
022100     02  FILLER                       PIC X(26) VALUE SPACES.
022101 01  RPT-FICA-TRAILER-LINE.
022102     02  FILLER                       PIC X(01) VALUE SPACE.
022103     02  FILLER                       PIC X(22) VALUE
022104                                       '*** FICA TOTALS ***'.
022105     02  FILLER                       PIC X(02) VALUE SPACES.
022106     02  FILLER                       PIC X(06) VALUE 'SS WH:'.
022107     02  RF-SS-TAX                    PIC $$,$$$,$$$,$$9.99.
022108     02  FILLER                       PIC X(02) VALUE SPACES.
022109     02  FILLER                       PIC X(07) VALUE 'MED WH:'.
022110     02  RF-MED-TAX                   PIC $$,$$$,$$$,$$9.99.
022111     02  FILLER                       PIC X(02) VALUE SPACES.
022112     02  FILLER                       PIC X(06) VALUE 'ER SS:'.
022113     02  RF-ER-SS-TAX                 PIC $$,$$$,$$$,$$9.99.
022114     02  FILLER                       PIC X(02) VALUE SPACES.
022115     02  FILLER                       PIC X(07) VALUE 'ER MED:'.
022116     02  RF-ER-MED-TAX                PIC $$,$$$,$$$,$$9.99.
022117     02  FILLER                       PIC X(07) VALUE SPACES.
022118 01  RPT-RETRO-TRAILER-LINE.
022119     02  FILLER                       PIC X(01) VALUE SPACE.
022120     02  FILLER                       PIC X(22) VALUE
022121                                       '*** RETRO TOTALS ***'.
022122     02  FILLER                       PIC X(02) VALUE SPACES.
022123     02  FILLER                       PIC X(06) VALUE 'COUNT:'.
022124     02  RR-RETRO-COUNT               PIC ZZZ,ZZ9.
022125     02  FILLER                       PIC X(02) VALUE SPACES.
022126     02  FILLER                       PIC X(06) VALUE 'GROSS:'.
022127     02  RR-RETRO-GROSS               PIC $$,$$$,$$$,$$9.99.
022128     02  FILLER                       PIC X(02) VALUE SPACES.
022129     02  FILLER                       PIC X(04) VALUE 'NET:'.
022130     02  RR-RETRO-NET                 PIC $$,$$$,$$$,$$9.99.
022131     02  FILLER                       PIC X(46) VALUE SPACES.
022132 01  RPT-LABOR-HEADER-LINE.
022133     02  FILLER                       PIC X(01) VALUE SPACE.
022134     02  FILLER                       PIC X(48) VALUE
022135                   '*** DEPARTMENT SUBTOTALS AS CHARGED ***'.
022136     02  FILLER                       PIC X(83) VALUE SPACES.
022137 01  RPT-LABOR-LINE.
022138     02  FILLER                       PIC X(01) VALUE SPACE.
022139     02  FILLER                       PIC X(10) VALUE
022140                                      'DEPARTMENT'.
022141     02  FILLER                       PIC X(01) VALUE SPACE.
022142     02  RX-DEPT                      PIC X(04).
022143     02  FILLER                       PIC X(01) VALUE SPACE.
022144     02  RX-DEPT-NAME                 PIC X(30).
022145     02  FILLER                       PIC X(02) VALUE SPACES.
022146     02  FILLER                       PIC X(14) VALUE
022147                                      'LABOR CHARGED:'.
022148     02  RX-LABOR-GROSS               PIC $$,$$$,$$$,$$9.99.
022149     02  FILLER                       PIC X(52) VALUE SPACES.
022150 01  LVP-HEADER-LINE1.
022151     02  FILLER                       PIC X(01) VALUE SPACE.
022152     02  FILLER                       PIC X(35) VALUE
022153                             'VACATION PAYOUT AT TERMINATION'.
022154     02  FILLER                       PIC X(09) VALUE 'RUN DATE:'.
022155     02  FILLER                       PIC X(01) VALUE SPACE.
022156     02  LH1-RUN-DATE                 PIC X(10).
022157     02  FILLER                       PIC X(24) VALUE SPACES.
022158 01  LVP-HEADER-LINE2.
022159     02  FILLER                       PIC X(01) VALUE SPACE.
022160     02  FILLER                       PIC X(12) VALUE
022161                                      'EMPLOYEE ID'.
022162     02  FILLER                       PIC X(25) VALUE
022163                                      'EMPLOYEE NAME'.
022164     02  FILLER                       PIC X(09) VALUE '  HOURS'.
022165     02  FILLER                       PIC X(08) VALUE '    RATE'.
022166     02  FILLER                       PIC X(12) VALUE
022167                                      '     AMOUNT'.
022168     02  FILLER                       PIC X(13) VALUE SPACES.
022169 01  LVP-DETAIL-LINE.
022170     02  FILLER                       PIC X(01) VALUE SPACE.
022171     02  LP-EMPLOYEE-ID               PIC 9(10).
022172     02  FILLER                       PIC X(02) VALUE SPACES.
022173     02  LP-EMPLOYEE-NAME             PIC X(23).
022174     02  FILLER                       PIC X(02) VALUE SPACES.
022175     02  LP-HOURS                     PIC ZZZ9.99.
022176     02  FILLER                       PIC X(01) VALUE SPACE.
022177     02  LP-RATE                      PIC ZZ,ZZ9.99.
022178     02  FILLER                       PIC X(01) VALUE SPACE.
022179     02  LP-AMOUNT                    PIC ZZZ,ZZ9.99.
022180     02  FILLER                       PIC X(01) VALUE SPACE.
022181     02  LP-NOTE                      PIC X(13).
022182 01  LVP-TOTAL-LINE.
022183     02  FILLER                       PIC X(01) VALUE SPACE.
022184     02  FILLER                       PIC X(22) VALUE
022185                                      '*** PAYOUT TOTALS ***'.
022186     02  FILLER                       PIC X(07) VALUE 'COUNT:'.
022187     02  LT-PAYOUT-COUNT              PIC ZZZ,ZZ9.
022188     02  FILLER                       PIC X(02) VALUE SPACES.
022189     02  FILLER                       PIC X(07) VALUE 'HOURS:'.
022190     02  LT-PAYOUT-HOURS              PIC ZZZ,ZZ9.99.
022191     02  FILLER                       PIC X(02) VALUE SPACES.
022192     02  FILLER                       PIC X(07) VALUE 'AMOUNT:'.
022193     02  LT-PAYOUT-AMOUNT             PIC $$,$$$,$$9.99.
022194     02  FILLER                       PIC X(02) VALUE SPACES.
022200*
022300 PROCEDURE DIVISION.
022400*----------------------------------------------------------*
022900     PERFORM 2000-PROCESS-DETAIL THRU 2000-EXIT
023000         UNTIL END-OF-INPUT
023100     PERFORM 7000-FINAL-TOTALS THRU 7000-EXIT
023150     PERFORM 7200-POST-LEAVE-TAKEN THRU 7200-EXIT
023200     IF WS-RUN-TYPE = 'R'
023206         PERFORM 7500-FIND-TERMINATIONS THRU 7500-EXIT
023212     END-IF
023220     PERFORM 7590-WRITE-PAYOUT-TOTALS THRU 7590-EXIT
023250     PERFORM 7800-CLOSE-PERIOD THRU 7800-EXIT
023260     PERFORM 7900-WRITE-BAL-CONTROL THRU 7900-EXIT
023300     PERFORM 8000-TERMINATE THRU 8000-EXIT
024301         MOVE 16 TO RETURN-CODE
024302         STOP RUN
024303     END-IF
024304     OPEN I-O LEAVE-MASTER
024305     IF WS-LEAVEF-STATUS NOT = '00'
024306         DISPLAY 'EXAMP-PGM3 - OPEN FAILED, LEAVEF STATUS='
024307             WS-LEAVEF-STATUS
024308         MOVE 16 TO RETURN-CODE
024309         STOP RUN
024310     END-IF
024311     OPEN INPUT LEAVE-TAKEN
024312     IF WS-LVTAKEN-STATUS NOT = '00'
024313         DISPLAY 'EXAMP-PGM3 - OPEN FAILED, LVTAKEN STATUS='
024314             WS-LVTAKEN-STATUS
024315         MOVE 16 TO RETURN-CODE
024316         STOP RUN
024317     END-IF
024318     OPEN OUTPUT LEAVE-PAYOUT-RPT
024319     IF WS-LVPAY-STATUS NOT = '00'
024320         DISPLAY 'EXAMP-PGM3 - OPEN FAILED, LVPAY STATUS='
024321             WS-LVPAY-STATUS
024322         MOVE 16 TO RETURN-CODE
024323         STOP RUN
024324     END-IF
024325     OPEN I-O RATE-CHANGE
024326     IF WS-RATECHG-STATUS NOT = '00'
024327         DISPLAY 'EXAMP-PGM3 - OPEN FAILED, RATECHG STATUS='
024328             WS-RATECHG-STATUS
024329         MOVE 16 TO RETURN-CODE
024330         STOP RUN
024331     END-IF
024332     OPEN INPUT LABOR-DIST
024333     IF WS-LABDIST-STATUS NOT = '00'
024334         DISPLAY 'EXAMP-PGM3 - OPEN FAILED, LABDIST STATUS='
024335             WS-LABDIST-STATUS
024336         MOVE 16 TO RETURN-CODE
024337         STOP RUN
024338     END-IF
024339     OPEN I-O LABOR-POSTED
024340     IF WS-LABPOST-STATUS NOT = '00'
024341         DISPLAY 'EXAMP-PGM3 - OPEN FAILED, LABPOST STATUS='
024342             WS-LABPOST-STATUS
024343         MOVE 16 TO RETURN-CODE
024344         STOP RUN
024345     END-IF
024415     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
024500     MOVE WS-RD-MM-IN TO WS-RD-MM
024510     MOVE WS-RD-DD-IN TO WS-RD-DD
024520     MOVE WS-RD-YYYY-IN TO WS-RD-YYYY
024521     MOVE WS-RUN-DATE-DISPLAY TO LH1-RUN-DATE
024522     WRITE LEAVE-PAYOUT-LINE FROM LVP-HEADER-LINE1
024523     IF WS-LVPAY-STATUS NOT = '00'
024524         DISPLAY 'EXAMP-PGM3 - WRITE FAILED, LVPAY STATUS='
024525             WS-LVPAY-STATUS
024526         MOVE 16 TO RETURN-CODE
024527         STOP RUN
024528     END-IF
024529     WRITE LEAVE-PAYOUT-LINE FROM LVP-HEADER-LINE2
024530     IF WS-LVPAY-STATUS NOT = '00'
024531         DISPLAY 'EXAMP-PGM3 - WRITE FAILED, LVPAY STATUS='
024532             WS-LVPAY-STATUS
024533         MOVE 16 TO RETURN-CODE
024534         STOP RUN
024535     END-IF
024536     PERFORM 1050-GET-RUN-TYPE THRU 1050-EXIT
024537     PERFORM 1200-CHECK-RUN-CONTROL THRU 1200-EXIT
024540     MOVE LOW-VALUES TO WS-SEEN-TABLE
024600     MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-COUNT
024700     PERFORM 1100-READ-SORTED THRU 1100-EXIT.
026700     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
026800         PERFORM 4000-PRINT-HEADERS THRU 4000-EXIT
026900     END-IF
026920     PERFORM 2080-FIND-RETRO THRU 2080-EXIT
026950     PERFORM 2050-COMPUTE-NET THRU 2050-EXIT
026960     IF WS-RETRO-GROSS > ZERO
026970         PERFORM 2085-COMPUTE-RETRO-TAX THRU 2085-EXIT
026980     END-IF
027000     PERFORM 2100-PRINT-DETAIL THRU 2100-EXIT
027020     IF WS-RETRO-GROSS > ZERO
027040         PERFORM 2110-PRINT-RETRO THRU 2110-EXIT
027060         PERFORM 2090-ADD-RETRO-TO-PAY THRU 2090-EXIT
027080     END-IF
027090     PERFORM 2150-DISTRIBUTE-LABOR THRU 2150-EXIT
027100     PERFORM 2200-UPDATE-MASTER THRU 2200-EXIT
027200     PERFORM 2300-WRITE-GL-EXTRACT THRU 2300-EXIT
027210     IF WS-RETRO-GROSS > ZERO
027220         PERFORM 2310-WRITE-RETRO-GL THRU 2310-EXIT
027230     END-IF
027250     PERFORM 2350-WRITE-PAY-DETAIL THRU 2350-EXIT
027260     PERFORM 2360-WRITE-PAY-HISTORY THRU 2360-EXIT
027265     PERFORM 2370-WRITE-LABOR-POSTED THRU 2370-EXIT
027270     IF WS-RUN-TYPE = 'R'
027280         PERFORM 2400-ACCRUE-LEAVE THRU 2400-EXIT
027290     END-IF
027300     ADD 1 TO WS-DEPT-COUNT
027450     ADD WS-NET-PAY TO WS-DEPT-NET-TOTAL
027500     ADD 1 TO WS-TOTAL-EMPLOYEES
027600     ADD WS-GROSS-PAY TO WS-TOTAL-SALARY
027650     ADD WS-NET-PAY TO WS-TOTAL-NET
027655     ADD WS-GARNISH-DED TO WS-TOTAL-GARNISH
027660     ADD WS-SS-TAX TO WS-TOTAL-SS-TAX
027670     ADD WS-MED-TAX TO WS-TOTAL-MED-TAX
027680     ADD WS-ER-SS-TAX TO WS-TOTAL-ER-SS-TAX
027690     ADD WS-ER-MED-TAX TO WS-TOTAL-ER-MED-TAX
027700     MOVE XR-EMPLOYEE-DEPT TO WS-PREV-DEPT
027750     SET NOT-FIRST-DETAIL-RECORD TO TRUE
027800     PERFORM 1100-READ-SORTED THRU 1100-EXIT.
028010*----------------------------------------------------------*
028020*    2050-COMPUTE-NET - TAKE ONE PAY RECORD FROM GROSS TO   *
028030*    NET USING THE EMPLOYEE'S DEDUCT-MASTER PARAMETERS.     *
028040*    AN EMPLOYEE WITH NO DEDUCT-MASTER RECORD HAS NO        *
028050*    INCOME TAX OR VOLUNTARY DEDUCTIONS TAKEN, BUT FICA IS  *
028051*    STATUTORY AND IS ALWAYS WITHHELD (SEE 2059).           *
028060*----------------------------------------------------------*
028061 2050-COMPUTE-NET.
028062     MOVE XR-EMPLOYEE-SALARY TO WS-GROSS-PAY
028063     MOVE ZERO TO WS-FED-TAX
028064     MOVE ZERO TO WS-STATE-TAX
028065     MOVE ZERO TO WS-BENEFIT-DED
028066     MOVE ZERO TO WS-RETIRE-DED
028067     MOVE ZERO TO WS-GARNISH-DED
028068     MOVE ZERO TO WS-SS-TAX
028069     MOVE ZERO TO WS-MED-TAX
028070     MOVE ZERO TO WS-ER-SS-TAX
028071     MOVE ZERO TO WS-ER-MED-TAX
028072     MOVE XR-EMPLOYEE-ID TO DM-EMPLOYEE-ID
028073     READ DEDUCT-MASTER
028074         INVALID KEY
028075             IF WS-DEDMST-STATUS NOT = '23'
028076                 DISPLAY 'EXAMP-PGM3 - READ FAILED, DEDMST '
028077                     'STATUS=' WS-DEDMST-STATUS
028078                 MOVE 16 TO RETURN-CODE
028079                 STOP RUN
028080             END-IF
028081         NOT INVALID KEY
028082             MOVE DM-FILING-STATUS TO WS-FILING-STATUS
028083             IF WS-FILING-STATUS = SPACE
028084                 MOVE 'S' TO WS-FILING-STATUS
028085             END-IF
028086             PERFORM 2051-COMPUTE-FED-TAX THRU 2051-EXIT
028087             PERFORM 2053-COMPUTE-STATE-TAX THRU 2053-EXIT
028088             COMPUTE WS-BENEFIT-DED =
028089                 DM-MEDICAL-DED + DM-DENTAL-DED
028090             COMPUTE WS-RETIRE-DED ROUNDED =
028091                 WS-GROSS-PAY * DM-RETIRE-PCT / 100
028092     END-READ
028093     PERFORM 2058-GET-PRIOR-YTD THRU 2058-EXIT
028094     PERFORM 2059-COMPUTE-FICA THRU 2059-EXIT
028095     PERFORM 2055-TAKE-GARNISHMENTS THRU 2055-EXIT
028096     COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-FED-TAX
028097         - WS-STATE-TAX - WS-SS-TAX - WS-MED-TAX
028100         - WS-GARNISH-DED
028101         - WS-BENEFIT-DED - WS-RETIRE-DED
028102     IF WS-NET-PAY < ZERO
028103         PERFORM 2060-SHORT-PAY-ADJUST THRU 2060-EXIT
028194*    BACK OFF THE VOLUNTARY DEDUCTIONS FIRST (RETIREMENT,   *
028195*    THEN BENEFITS, THEN THE ADDITIONAL FED AMOUNT) UNTIL   *
028196*    NET PAY IS NO LONGER NEGATIVE, SO A SHORT CHECK NEVER  *
028197*    PRINTS OR POSTS AS A NEGATIVE NET.  SOCIAL SECURITY,   *
028198*    MEDICARE, AND STATE TAX ARE STATUTORY AND ARE NEVER    *
028199*    BACKED OFF.  A COURT-ORDERED GARNISHMENT IS NEVER      *
028200*    BACKED OFF EITHER - IT WAS ALREADY CAPPED AT THE PAY   *
028201*    AVAILABLE AFTER TAXES, FICA INCLUDED.                  *
028202*----------------------------------------------------------*
028203 2060-SHORT-PAY-ADJUST.
028204     ADD WS-NET-PAY TO WS-RETIRE-DED
028205     IF WS-RETIRE-DED < ZERO
028206         MOVE ZERO TO WS-RETIRE-DED
028207     END-IF
028208     COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-FED-TAX
028209         - WS-STATE-TAX - WS-SS-TAX - WS-MED-TAX
028210         - WS-GARNISH-DED
028211         - WS-BENEFIT-DED - WS-RETIRE-DED
028212     IF WS-NET-PAY < ZERO
028213         ADD WS-NET-PAY TO WS-BENEFIT-DED
028214         IF WS-BENEFIT-DED < ZERO
028215             MOVE ZERO TO WS-BENEFIT-DED
028216         END-IF
028217         COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-FED-TAX
028218             - WS-STATE-TAX - WS-SS-TAX - WS-MED-TAX
028219             - WS-GARNISH-DED
028220             - WS-BENEFIT-DED - WS-RETIRE-DED
028221     END-IF
028222     IF WS-NET-PAY < ZERO
028223         ADD WS-NET-PAY TO WS-FED-TAX
028224         IF WS-FED-TAX < ZERO
028225             MOVE ZERO TO WS-FED-TAX
028226         END-IF
028227         COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-FED-TAX
028228             - WS-STATE-TAX - WS-SS-TAX - WS-MED-TAX
028229             - WS-GARNISH-DED
028230             - WS-BENEFIT-DED - WS-RETIRE-DED
028231     END-IF.
028232 2060-EXIT.
028233     EXIT.
028234*----------------------------------------------------------*
028235*    2055-TAKE-GARNISHMENTS - BROWSE GARNISH-MASTER FOR     *
028236*    THIS EMPLOYEE'S ORDERS (THE KEY IS EMPLOYEE-ID +       *
028237*    PRIORITY, SO THE BROWSE DELIVERS THEM IN PRIORITY      *
028238*    SEQUENCE) AND TAKE EACH ONE FROM THE PAY LEFT AFTER    *
028239*    TAXES.  EACH ORDER IS CAPPED AT ITS UNSATISFIED        *
028240*    BALANCE; WHAT THE PAY CANNOT COVER GOES TO ARREARS     *
028241*    AND IS ADDED TO THE TARGET ON THE NEXT RUN.            *
028242*----------------------------------------------------------*
028243 2055-TAKE-GARNISHMENTS.
028244     MOVE 'N' TO WS-GARN-EOF-SW
028245     MOVE XR-EMPLOYEE-ID TO GM-EMPLOYEE-ID
028246     MOVE ZERO TO GM-PRIORITY
028247     START GARNISH-MASTER
028248         KEY IS NOT LESS THAN GM-GARNISH-KEY
028249         INVALID KEY
028250             SET END-OF-GARNISH TO TRUE
028251     END-START
028252     IF NOT END-OF-GARNISH
028253         PERFORM 2056-READ-NEXT-GARNISH THRU 2056-EXIT
028254     END-IF
028255     PERFORM 2057-TAKE-ONE-ORDER THRU 2057-EXIT
028256         UNTIL END-OF-GARNISH.
028257 2055-EXIT.
028258     EXIT.
028259 2056-READ-NEXT-GARNISH.
028260     READ GARNISH-MASTER NEXT RECORD
028261         AT END
028262             SET END-OF-GARNISH TO TRUE
028263             GO TO 2056-EXIT
028264     END-READ
028265     IF GM-EMPLOYEE-ID NOT = XR-EMPLOYEE-ID
028266         SET END-OF-GARNISH TO TRUE
028267     END-IF.
028268 2056-EXIT.
028269     EXIT.
028270 2057-TAKE-ONE-ORDER.
028271*    RESTART GUARD, FIRST: AN ORDER ALREADY STAMPED WITH
028272*    THIS RUN'S DATE AND TYPE WAS TAKEN BY THE ABORTED
028273*    PASS - REPLAY THE SAME AMOUNT INTO THE DEDUCTION
028274*    (SO THE RERUN COMPUTES THE SAME NET) WITHOUT
028275*    TOUCHING THE ORDER AGAIN.
028276     IF GM-LAST-TAKEN-DATE = WS-RUN-DATE-YYYYMMDD
028277         AND GM-LAST-RUN-TYPE = WS-RUN-TYPE
028278         ADD GM-LAST-TAKEN-AMT TO WS-GARNISH-DED
028279         GO TO 2057-NEXT
028280     END-IF
028281     COMPUTE WS-GARN-REMAINING =
028282         GM-TOTAL-OWED - GM-TOTAL-TAKEN
028283     IF WS-GARN-REMAINING NOT > ZERO
028284         GO TO 2057-NEXT
028285     END-IF
028286     IF GM-METHOD-PERCENT
028287         COMPUTE WS-GARN-TARGET ROUNDED =
028288             (WS-GROSS-PAY * GM-PERIOD-PCT / 100)
028289             + GM-ARREARS-AMOUNT
028290     ELSE
028291         COMPUTE WS-GARN-TARGET =
028292             GM-PERIOD-AMOUNT + GM-ARREARS-AMOUNT
028293     END-IF
028294     IF WS-GARN-TARGET > WS-GARN-REMAINING
028295         MOVE WS-GARN-REMAINING TO WS-GARN-TARGET
028296     END-IF
028297     COMPUTE WS-GARN-AVAILABLE = WS-GROSS-PAY
028298         - WS-FED-TAX - WS-STATE-TAX
028299         - WS-SS-TAX - WS-MED-TAX - WS-GARNISH-DED
028300     IF WS-GARN-AVAILABLE < ZERO
028301         MOVE ZERO TO WS-GARN-AVAILABLE
028302     END-IF
028303     IF WS-GARN-TARGET > WS-GARN-AVAILABLE
028304         MOVE WS-GARN-AVAILABLE TO WS-GARN-TAKEN
028305     ELSE
028306         MOVE WS-GARN-TARGET TO WS-GARN-TAKEN
028307     END-IF
028308     COMPUTE GM-ARREARS-AMOUNT =
028309         WS-GARN-TARGET - WS-GARN-TAKEN
028310     ADD WS-GARN-TAKEN TO GM-TOTAL-TAKEN
028311     ADD WS-GARN-TAKEN TO WS-GARNISH-DED
028312     MOVE WS-RUN-DATE-YYYYMMDD TO GM-LAST-TAKEN-DATE
028313     MOVE WS-RUN-TYPE TO GM-LAST-RUN-TYPE
028314     MOVE WS-GARN-TAKEN TO GM-LAST-TAKEN-AMT
028315     REWRITE GARNISH-MASTER-RECORD
028316     IF WS-GARNMST-STATUS NOT = '00'
028317         DISPLAY 'EXAMP-PGM3 - REWRITE FAILED, GARNMST STATUS='
028318             WS-GARNMST-STATUS
028319         MOVE 16 TO RETURN-CODE
028320         STOP RUN
028321     END-IF.
028322 2057-NEXT.
028323     PERFORM 2056-READ-NEXT-GARNISH THRU 2056-EXIT.
028324 2057-EXIT.
028325     EXIT.
028326*----------------------------------------------------------*
028327*    2058-GET-PRIOR-YTD - SOCIAL SECURITY STOPS AT THE WAGE *
028328*    BASE AND ADDITIONAL MEDICARE STARTS AT THE THRESHOLD,  *
028329*    BOTH MEASURED ON YTD WAGES BEFORE THIS PAYMENT.  TAKE  *
028330*    THEM FROM EM-YTD-GROSS THE SAME WAY 2220 WILL POST:    *
028331*    ZERO FOR A NEW HIRE OR THE FIRST RUN OF A NEW YEAR,    *
028332*    AND ON A RESTART (MASTER ALREADY STAMPED WITH THIS     *
028333*    RUN) BACK THIS RUN'S GROSS OUT SO THE RERUN COMPUTES   *
028334*    THE SAME FICA AS THE ABORTED PASS.                     *
028335*----------------------------------------------------------*
028336 2058-GET-PRIOR-YTD.
028337     MOVE ZERO TO WS-PRIOR-YTD-GROSS
028338     MOVE XR-EMPLOYEE-ID TO EM-EMPLOYEE-ID
028339     READ EMPLOYEE-MASTER
028340         INVALID KEY
028341             IF WS-MASTER-STATUS NOT = '23'
028342                 DISPLAY 'EXAMP-PGM3 - READ FAILED, MASTF '
028343                     'STATUS=' WS-MASTER-STATUS
028344                 MOVE 16 TO RETURN-CODE
028345                 STOP RUN
028346             END-IF
028347             GO TO 2058-EXIT
028348     END-READ
028349     IF EM-YTD-YEAR NOT = WS-RD-YYYY-IN
028350         GO TO 2058-EXIT
028351     END-IF
028352     MOVE EM-YTD-GROSS TO WS-PRIOR-YTD-GROSS
028353     IF EM-LAST-PAY-DATE = WS-RUN-DATE-YYYYMMDD
028354         AND EM-LAST-RUN-TYPE = WS-RUN-TYPE
028355         SUBTRACT WS-GROSS-PAY WS-RETRO-GROSS
028356             FROM WS-PRIOR-YTD-GROSS
028357     END-IF.
028358 2058-EXIT.
028359     EXIT.
028360*----------------------------------------------------------*
028361*    2059-COMPUTE-FICA - EMPLOYEE SOCIAL SECURITY ON THE    *
028362*    PART OF THIS GROSS STILL UNDER THE WAGE BASE, MEDICARE *
028363*    ON ALL OF IT, PLUS ADDITIONAL MEDICARE ON THE PART OF  *
028364*    THIS GROSS THAT TAKES YTD WAGES OVER THE THRESHOLD.    *
028365*    THE EMPLOYER MATCHES SOCIAL SECURITY AND THE REGULAR   *
028366*    MEDICARE RATE - THERE IS NO EMPLOYER SHARE OF THE      *
028367*    ADDITIONAL MEDICARE.                                   *
028368*----------------------------------------------------------*
028369 2059-COMPUTE-FICA.
028370     COMPUTE WS-FICA-WAGES =
028371         FR-SS-WAGE-BASE - WS-PRIOR-YTD-GROSS
028372     IF WS-FICA-WAGES < ZERO
028373         MOVE ZERO TO WS-FICA-WAGES
028374     END-IF
028375     IF WS-FICA-WAGES > WS-GROSS-PAY
028376         MOVE WS-GROSS-PAY TO WS-FICA-WAGES
028377     END-IF
028378     COMPUTE WS-SS-TAX ROUNDED =
028379         WS-FICA-WAGES * FR-SS-RATE-PCT / 100
028380     MOVE WS-SS-TAX TO WS-ER-SS-TAX
028381     COMPUTE WS-MED-TAX ROUNDED =
028382         WS-GROSS-PAY * FR-MED-RATE-PCT / 100
028383     MOVE WS-MED-TAX TO WS-ER-MED-TAX
028384     COMPUTE WS-FICA-WAGES = WS-PRIOR-YTD-GROSS
028385         + WS-GROSS-PAY - FR-ADDL-MED-THRESHOLD
028386     IF WS-FICA-WAGES > WS-GROSS-PAY
028387         MOVE WS-GROSS-PAY TO WS-FICA-WAGES
028388     END-IF
028389     IF WS-FICA-WAGES > ZERO
028390         COMPUTE WS-MED-TAX ROUNDED = WS-MED-TAX
028391             + (WS-FICA-WAGES * FR-ADDL-MED-RATE-PCT / 100)
028392     END-IF.
028393 2059-EXIT.
028394     EXIT.
028395*----------------------------------------------------------*
028396*    2070-LOOKUP-DEPT - PULL THE DEPARTMENT NAME AND GL     *
028397*    MAPPING FOR A NEW DEPARTMENT BREAK.  EXAMP-PGM1        *
028398*    REJECTS UNKNOWN DEPARTMENTS, SO A MISS HERE ONLY       *
028399*    MEANS THE DEPT MASTER CHANGED BETWEEN STEPS; FALL      *
028400*    BACK TO THE OLD HARDCODED ACCOUNT SO THE RUN STILL     *
028401*    BALANCES.                                              *
028402*----------------------------------------------------------*
028403 2070-LOOKUP-DEPT.
028404     MOVE XR-EMPLOYEE-DEPT TO DT-DEPT-CODE
028405     READ DEPT-MASTER
028406         INVALID KEY
028407             IF WS-DEPTF-STATUS NOT = '23'
028408                 DISPLAY 'EXAMP-PGM3 - READ FAILED, DEPTF '
028409                     'STATUS=' WS-DEPTF-STATUS
028410                 MOVE 16 TO RETURN-CODE
028411                 STOP RUN
028412             END-IF
028413             MOVE '** DEPT NOT ON DEPT MASTER **'
028414                 TO WS-DEPT-NAME
028415             MOVE '510000' TO WS-DEPT-GL-ACCOUNT
028416             MOVE XR-EMPLOYEE-DEPT TO WS-DEPT-COST-CENTER
028417         NOT INVALID KEY
028418             MOVE DT-DEPT-NAME TO WS-DEPT-NAME
028419             MOVE DT-GL-ACCOUNT TO WS-DEPT-GL-ACCOUNT
028420             MOVE DT-COST-CENTER TO WS-DEPT-COST-CENTER
028421     END-READ.
028422 2070-EXIT.
028423     EXIT.
028424*----------------------------------------------------------*
028425*    2080-FIND-RETRO - RETROACTIVE PAY FOR THIS EMPLOYEE.  *
028426*    TAKE THE LATEST RATE CHANGE EFFECTIVE BY THE RUN      *
028427*    DATE.  ONE STILL PENDING IS REPRICED BACK THROUGH PAY *
028428*    HISTORY (2082) AND STAMPED APPLIED WITH THIS RUN AND  *
028429*    THE RETRO IT PAID; ONE ALREADY STAMPED WITH THIS RUN  *
028430*    MEANS A RERUN AND REPLAYS THE SAME RETRO.  A CHANGE   *
028431*    THAT NETS TO A PAY CUT IS NOT RECOVERED - IT IS       *
028432*    LISTED ON THE RECON REPORT AND STAMPED WITH A ZERO    *
028433*    RETRO.                                                *
028434*----------------------------------------------------------*
028435 2080-FIND-RETRO.
028436     MOVE ZERO TO WS-RETRO-GROSS
028437     MOVE ZERO TO WS-RETRO-PERIODS
028438     MOVE 'N' TO WS-RATE-EOF-SW
028439     MOVE 'N' TO WS-RATE-FOUND-SW
028440     MOVE XR-EMPLOYEE-ID TO RG-EMPLOYEE-ID
028441     MOVE ZERO TO RG-EFFECTIVE-DATE
028442     START RATE-CHANGE
028443         KEY IS NOT LESS THAN RG-RATE-KEY
028444         INVALID KEY
028445             SET END-OF-RATE-CHANGES TO TRUE
028446     END-START
028447     PERFORM 2081-READ-NEXT-RATE THRU 2081-EXIT
028448         UNTIL END-OF-RATE-CHANGES
028449     IF NOT RATE-CHANGE-IN-EFFECT
028450         GO TO 2080-EXIT
028451     END-IF
028452     MOVE WS-RETRO-RATE-KEY TO RG-RATE-KEY
028453     READ RATE-CHANGE
028454         INVALID KEY
028455             DISPLAY 'EXAMP-PGM3 - READ FAILED, RATECHG STATUS='
028456                 WS-RATECHG-STATUS
028457             MOVE 16 TO RETURN-CODE
028458             STOP RUN
028459     END-READ
028460     IF RG-APPLIED
028461         IF RG-APPLIED-DATE = WS-RUN-DATE-YYYYMMDD
028462             AND RG-APPLIED-RUN-TYPE = WS-RUN-TYPE
028463             MOVE RG-RETRO-GROSS TO WS-RETRO-GROSS
028464             MOVE RG-RETRO-PERIODS TO WS-RETRO-PERIODS
028465         END-IF
028466         GO TO 2080-EXIT
028467     END-IF
028468     PERFORM 2082-REPRICE-HISTORY THRU 2082-EXIT
028469     IF WS-RETRO-GROSS < ZERO
028470         MOVE 'RETRO NEG' TO RC-ACTION
028471         MOVE XR-EMPLOYEE-ID TO RC-EMPLOYEE-ID
028472         MOVE XR-EMPLOYEE-NAME TO RC-EMPLOYEE-NAME
028473         WRITE RECON-LINE
028474     END-IF
028475     IF WS-RETRO-GROSS NOT > ZERO
028476         MOVE ZERO TO WS-RETRO-GROSS
028477         MOVE ZERO TO WS-RETRO-PERIODS
028478     END-IF
028479     SET RG-APPLIED TO TRUE
028480     MOVE WS-RUN-DATE-YYYYMMDD TO RG-APPLIED-DATE
028481     MOVE WS-RUN-TYPE TO RG-APPLIED-RUN-TYPE
028482     MOVE WS-RETRO-GROSS TO RG-RETRO-GROSS
028483     MOVE WS-RETRO-PERIODS TO RG-RETRO-PERIODS
028484     REWRITE RATE-CHANGE-RECORD
028485     IF WS-RATECHG-STATUS NOT = '00'
028486         DISPLAY 'EXAMP-PGM3 - REWRITE FAILED, RATECHG STATUS='
028487             WS-RATECHG-STATUS
028488         MOVE 16 TO RETURN-CODE
028489         STOP RUN
028490     END-IF.
028491 2080-EXIT.
028492     EXIT.
028493 2081-READ-NEXT-RATE.
028494     READ RATE-CHANGE NEXT RECORD
028495         AT END
028496             SET END-OF-RATE-CHANGES TO TRUE
028497             GO TO 2081-EXIT
028498     END-READ
028499     IF RG-EMPLOYEE-ID NOT = XR-EMPLOYEE-ID
028500         OR RG-EFFECTIVE-DATE > WS-RUN-DATE-YYYYMMDD
028501         SET END-OF-RATE-CHANGES TO TRUE
028502         GO TO 2081-EXIT
028503     END-IF
028504     SET RATE-CHANGE-IN-EFFECT TO TRUE
028505     MOVE RG-RATE-KEY TO WS-RETRO-RATE-KEY
028506     MOVE RG-EFFECTIVE-DATE TO WS-RETRO-EFF-DATE
028507     MOVE RG-NEW-RATE TO WS-RETRO-NEW-RATE
028508     MOVE RG-PAY-TYPE TO WS-RETRO-PAY-TYPE.
028509 2081-EXIT.
028510     EXIT.
028511*----------------------------------------------------------*
028512*    2082-REPRICE-HISTORY - BROWSE THE EMPLOYEE'S PAY      *
028513*    HISTORY FROM THE EFFECTIVE DATE UP TO (NOT INCLUDING) *
028514*    THIS RUN.  EVERY REGULAR, UNREVERSED PAYMENT OF THE   *
028515*    SAME PAY TYPE AS THE CHANGE IS FIGURED AGAIN AT THE NEW*
028516*    RATE - SALARIED AT THE NEW PERIOD SALARY, HOURLY AT THE*
028517*    HOURS PAID WITH TIME-AND-A-HALF OVER 40 - AND THE     *
028518*    DIFFERENCE FROM WHAT WAS PAID (LESS ANY RETRO THAT    *
028519*    PAYMENT ALREADY CARRIED) ADDS TO THE RETRO.  THERE IS *
028520*    NO PRORATING INSIDE A PERIOD.                         *
028521*----------------------------------------------------------*
028522 2082-REPRICE-HISTORY.
028523     MOVE 'N' TO WS-PH-EOF-SW
028524     MOVE XR-EMPLOYEE-ID TO PH-EMPLOYEE-ID
028525     MOVE WS-RETRO-EFF-DATE TO PH-PAY-DATE
028526     MOVE SPACE TO PH-RUN-TYPE
028527     START PAY-HISTORY
028528         KEY IS NOT LESS THAN PH-HISTORY-KEY
028529         INVALID KEY
028530             SET END-OF-PAY-HISTORY TO TRUE
028531     END-START
028532     PERFORM 2083-REPRICE-ONE THRU 2083-EXIT
028533         UNTIL END-OF-PAY-HISTORY.
028534 2082-EXIT.
028535     EXIT.
028536 2083-REPRICE-ONE.
028537     READ PAY-HISTORY NEXT RECORD
028538         AT END
028539             SET END-OF-PAY-HISTORY TO TRUE
028540             GO TO 2083-EXIT
028541     END-READ
028542     IF PH-EMPLOYEE-ID NOT = XR-EMPLOYEE-ID
028543         OR PH-PAY-DATE NOT < WS-RUN-DATE-YYYYMMDD
028544         SET END-OF-PAY-HISTORY TO TRUE
028545         GO TO 2083-EXIT
028546     END-IF
028547     IF NOT PH-RUN-REGULAR
028548         OR PH-REVERSED
028549         GO TO 2083-EXIT
028550     END-IF
028551     IF RETRO-PAY-HOURLY
028552         IF NOT PH-PAY-HOURLY
028553             GO TO 2083-EXIT
028554         END-IF
028555         IF PH-HOURS-WORKED > 40
028556             COMPUTE WS-RETRO-NEW-PAY ROUNDED =
028557                 (40 * WS-RETRO-NEW-RATE)
028558                 + ((PH-HOURS-WORKED - 40)
028559                     * WS-RETRO-NEW-RATE * 1.5)
028560         ELSE
028561             COMPUTE WS-RETRO-NEW-PAY ROUNDED =
028562                 PH-HOURS-WORKED * WS-RETRO-NEW-RATE
028563         END-IF
028564     ELSE
028565         IF NOT PH-PAY-SALARIED
028566             GO TO 2083-EXIT
028567         END-IF
028568         MOVE WS-RETRO-NEW-RATE TO WS-RETRO-NEW-PAY
028569     END-IF
028570     MOVE PH-GROSS-PAY TO WS-RETRO-OLD-PAY
028571     IF PH-RETRO-GROSS NUMERIC
028572         SUBTRACT PH-RETRO-GROSS FROM WS-RETRO-OLD-PAY
028573     END-IF
028574     COMPUTE WS-RETRO-GROSS = WS-RETRO-GROSS
028575         + WS-RETRO-NEW-PAY - WS-RETRO-OLD-PAY
028576     ADD 1 TO WS-RETRO-PERIODS.
028577 2083-EXIT.
028578     EXIT.
028579*----------------------------------------------------------*
028580*    2085-COMPUTE-RETRO-TAX - THE RETRO CARRIES ITS OWN    *
028581*    WITHHOLDING.  FICA PICKS UP FROM YTD WAGES AFTER THIS *
028582*    PERIOD'S REGULAR PAY, SO THE WAGE BASE AND THE        *
028583*    ADDITIONAL MEDICARE THRESHOLD STILL HOLD.  INCOME TAX *
028584*    IS THE EXTRA WITHHOLDING THE RETRO ADDS WHEN TAKEN    *
028585*    TOGETHER WITH THE REGULAR PAY (AGGREGATE METHOD).  NO *
028586*    BENEFIT, RETIREMENT, OR GARNISHMENT COMES OFF THE     *
028587*    RETRO.  THE REGULAR FIGURES ARE SAVED AND PUT BACK.   *
028588*----------------------------------------------------------*
028589 2085-COMPUTE-RETRO-TAX.
028590     MOVE WS-PAY-AMOUNTS TO WS-PAY-AMOUNTS-SAVE
028591     MOVE WS-EMPLOYER-AMOUNTS TO WS-EMPLOYER-AMOUNTS-SAVE
028592     MOVE ZERO TO WS-RETRO-FED-TAX
028593     MOVE ZERO TO WS-RETRO-STATE-TAX
028594     ADD WS-GROSS-PAY TO WS-PRIOR-YTD-GROSS
028595     MOVE WS-RETRO-GROSS TO WS-GROSS-PAY
028596     PERFORM 2059-COMPUTE-FICA THRU 2059-EXIT
028597     MOVE WS-SS-TAX TO WS-RETRO-SS-TAX
028598     MOVE WS-MED-TAX TO WS-RETRO-MED-TAX
028599     MOVE WS-ER-SS-TAX TO WS-RETRO-ER-SS-TAX
028600     MOVE WS-ER-MED-TAX TO WS-RETRO-ER-MED-TAX
028601     MOVE XR-EMPLOYEE-ID TO DM-EMPLOYEE-ID
028602     READ DEDUCT-MASTER
028603         INVALID KEY
028604             IF WS-DEDMST-STATUS NOT = '23'
028605                 DISPLAY 'EXAMP-PGM3 - READ FAILED, DEDMST '
028606                     'STATUS=' WS-DEDMST-STATUS
028607                 MOVE 16 TO RETURN-CODE
028608                 STOP RUN
028609             END-IF
028610         NOT INVALID KEY
028611             PERFORM 2086-RETRO-INCOME-TAX THRU 2086-EXIT
028612     END-READ
028613     MOVE WS-PAY-AMOUNTS-SAVE TO WS-PAY-AMOUNTS
028614     MOVE WS-EMPLOYER-AMOUNTS-SAVE TO WS-EMPLOYER-AMOUNTS
028615     COMPUTE WS-RETRO-NET-PAY = WS-RETRO-GROSS
028616         - WS-RETRO-FED-TAX - WS-RETRO-STATE-TAX
028617         - WS-RETRO-SS-TAX - WS-RETRO-MED-TAX.
028618 2085-EXIT.
028619     EXIT.
028620 2086-RETRO-INCOME-TAX.
028621     MOVE DM-FILING-STATUS TO WS-FILING-STATUS
028622     IF WS-FILING-STATUS = SPACE
028623         MOVE 'S' TO WS-FILING-STATUS
028624     END-IF
028625     MOVE XR-EMPLOYEE-SALARY TO WS-GROSS-PAY
028626     PERFORM 2051-COMPUTE-FED-TAX THRU 2051-EXIT
028627     PERFORM 2053-COMPUTE-STATE-TAX THRU 2053-EXIT
028628     MOVE WS-FED-TAX TO WS-RETRO-FED-TAX
028629     MOVE WS-STATE-TAX TO WS-RETRO-STATE-TAX
028630     COMPUTE WS-GROSS-PAY = XR-EMPLOYEE-SALARY + WS-RETRO-GROSS
028631     PERFORM 2051-COMPUTE-FED-TAX THRU 2051-EXIT
028632     PERFORM 2053-COMPUTE-STATE-TAX THRU 2053-EXIT
028633     COMPUTE WS-RETRO-FED-TAX = WS-FED-TAX - WS-RETRO-FED-TAX
028634     COMPUTE WS-RETRO-STATE-TAX =
028635         WS-STATE-TAX - WS-RETRO-STATE-TAX
028636     IF WS-RETRO-FED-TAX < ZERO
028637         MOVE ZERO TO WS-RETRO-FED-TAX
028638     END-IF
028639     IF WS-RETRO-STATE-TAX < ZERO
028640         MOVE ZERO TO WS-RETRO-STATE-TAX
028641     END-IF.
028642 2086-EXIT.
028643     EXIT.
028644*----------------------------------------------------------*
028645*    2090-ADD-RETRO-TO-PAY - FOLD THE RETRO INTO THE       *
028646*    PERIOD'S FIGURES SO THE MASTER POST, PAYMENT, AND PAY *
028647*    HISTORY CARRY ONE GROSS AND ONE NET FOR THE EMPLOYEE. *
028648*----------------------------------------------------------*
028649 2090-ADD-RETRO-TO-PAY.
028650     ADD WS-RETRO-GROSS TO WS-GROSS-PAY
028651     ADD WS-RETRO-FED-TAX TO WS-FED-TAX
028652     ADD WS-RETRO-STATE-TAX TO WS-STATE-TAX
028653     ADD WS-RETRO-SS-TAX TO WS-SS-TAX
028654     ADD WS-RETRO-MED-TAX TO WS-MED-TAX
028655     ADD WS-RETRO-ER-SS-TAX TO WS-ER-SS-TAX
028656     ADD WS-RETRO-ER-MED-TAX TO WS-ER-MED-TAX
028657     ADD WS-RETRO-NET-PAY TO WS-NET-PAY
028658     ADD 1 TO WS-TOTAL-RETRO-COUNT
028659     ADD WS-RETRO-GROSS TO WS-TOTAL-RETRO-GROSS
028660     ADD WS-RETRO-NET-PAY TO WS-TOTAL-RETRO-NET.
028661 2090-EXIT.
028662     EXIT.
028663 2100-PRINT-DETAIL.
028664     MOVE SPACES TO RPT-DETAIL-LINE
028665     MOVE XR-EMPLOYEE-ID TO RD-EMPLOYEE-ID
028666     MOVE XR-EMPLOYEE-NAME TO RD-EMPLOYEE-NAME
028667     MOVE XR-EMPLOYEE-DEPT TO RD-EMPLOYEE-DEPT
028668     MOVE WS-GROSS-PAY TO RD-GROSS-PAY
028669     MOVE WS-FED-TAX TO RD-FED-TAX
028670     MOVE WS-STATE-TAX TO RD-STATE-TAX
028671     COMPUTE RD-FICA-TAX = WS-SS-TAX + WS-MED-TAX
028672     COMPUTE RD-OTHER-DED = WS-BENEFIT-DED + WS-RETIRE-DED
028673         + WS-GARNISH-DED
028674     MOVE WS-NET-PAY TO RD-NET-PAY
028675     MOVE XR-HOURS-WORKED TO RD-HOURS
028700     WRITE RPT-LINE FROM RPT-DETAIL-LINE
028750         AFTER ADVANCING 1 LINE
028800     ADD 1 TO WS-LINE-COUNT.
028900 2100-EXIT.
029000     EXIT.
029004*----------------------------------------------------------*
029008*    2110-PRINT-RETRO - THE RETRO EARNINGS LINE, PRINTED   *
029012*    UNDER THE EMPLOYEE'S REGULAR LINE WITH ITS OWN TAXES. *
029016*----------------------------------------------------------*
029020 2110-PRINT-RETRO.
029024     MOVE SPACES TO RPT-DETAIL-LINE
029028     MOVE XR-EMPLOYEE-ID TO RD-EMPLOYEE-ID
029032     MOVE WS-RETRO-PERIODS TO WS-RL-PERIODS
029036     MOVE WS-RETRO-LABEL TO RD-EMPLOYEE-NAME
029040     MOVE XR-EMPLOYEE-DEPT TO RD-EMPLOYEE-DEPT
029044     MOVE WS-RETRO-GROSS TO RD-GROSS-PAY
029048     MOVE WS-RETRO-FED-TAX TO RD-FED-TAX
029052     MOVE WS-RETRO-STATE-TAX TO RD-STATE-TAX
029053     COMPUTE RD-FICA-TAX = WS-RETRO-SS-TAX + WS-RETRO-MED-TAX
029054     MOVE ZERO TO RD-OTHER-DED
029055     MOVE WS-RETRO-NET-PAY TO RD-NET-PAY
029056     MOVE ZERO TO RD-HOURS
029057     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
029058         PERFORM 4000-PRINT-HEADERS THRU 4000-EXIT
029059     END-IF
029060     WRITE RPT-LINE FROM RPT-DETAIL-LINE
029061         AFTER ADVANCING 1 LINE
029062     ADD 1 TO WS-LINE-COUNT.
029063 2110-EXIT.
029064     EXIT.
029065*----------------------------------------------------------*
029066*    2150-DISTRIBUTE-LABOR - SPREAD THE PAYMENT'S REGULAR  *
029067*    AND RETRO GROSS OVER THE EMPLOYEE'S LABOR SPLITS.     *
029068*    NO LABOR-DIST RECORD MEANS THE WHOLE PAYMENT GOES TO  *
029069*    THE HOME DEPARTMENT AS BEFORE.  EACH SPLIT PRINTS     *
029070*    UNDER THE EMPLOYEE, AND EVERY SHARE IS ADDED TO THE   *
029071*    LABOR CHARGED BY DEPARTMENT (6200).                   *
029072*----------------------------------------------------------*
029073 2150-DISTRIBUTE-LABOR.
029074     MOVE 'N' TO WS-DIST-SW
029075     MOVE XR-EMPLOYEE-ID TO LD-EMPLOYEE-ID
029076     READ LABOR-DIST
029077         INVALID KEY
029078             IF WS-LABDIST-STATUS NOT = '23'
029079                 DISPLAY 'EXAMP-PGM3 - READ FAILED, LABDIST '
029080                     'STATUS=' WS-LABDIST-STATUS
029081                 MOVE 16 TO RETURN-CODE
029082                 STOP RUN
029083             END-IF
029084         NOT INVALID KEY
029085             IF LD-SPLIT-COUNT > ZERO
029086                 AND LD-SPLIT-COUNT NOT > 4
029087                 SET LABOR-IS-SPLIT TO TRUE
029088             END-IF
029089     END-READ
029090     IF LABOR-IS-SPLIT
029091         MOVE LD-SPLIT-COUNT TO WS-DIST-COUNT
029092         MOVE XR-EMPLOYEE-SALARY TO WS-DIST-REG-LEFT
029093         MOVE WS-RETRO-GROSS TO WS-DIST-RETRO-LEFT
029094         MOVE 1 TO WS-DIST-SUB
029095         PERFORM 2155-PRICE-ONE-SPLIT THRU 2155-EXIT
029096             UNTIL WS-DIST-SUB > WS-DIST-COUNT
029097     ELSE
029098         MOVE 1 TO WS-DIST-COUNT
029099         MOVE XR-EMPLOYEE-DEPT TO WS-DIST-DEPT (1)
029100         MOVE WS-DEPT-NAME TO WS-DIST-DEPT-NAME (1)
029101         MOVE WS-DEPT-GL-ACCOUNT TO WS-DIST-GL-ACCOUNT (1)
029102         MOVE WS-DEPT-COST-CENTER TO WS-DIST-COST-CENTER (1)
029103         MOVE 100 TO WS-DIST-PERCENT (1)
029104         MOVE XR-EMPLOYEE-SALARY TO WS-DIST-REG-AMT (1)
029105         MOVE WS-RETRO-GROSS TO WS-DIST-RETRO-AMT (1)
029106     END-IF
029107     MOVE 1 TO WS-DIST-SUB
029108     PERFORM 2157-CHARGE-ONE-SPLIT THRU 2157-EXIT
029109         UNTIL WS-DIST-SUB > WS-DIST-COUNT.
029110 2150-EXIT.
029111     EXIT.
029112*----------------------------------------------------------*
029113*    2155-PRICE-ONE-SPLIT - THE SPLIT DEPARTMENT'S GL      *
029114*    ACCOUNT AND COST CENTER (THE SPLIT'S OWN COST CENTER  *
029115*    WINS WHEN KEYED) AND ITS SHARE OF THE PAY.  THE LAST  *
029116*    SPLIT TAKES WHAT IS LEFT SO THE ROUNDING NEVER LOSES  *
029117*    OR ADDS A CENT.                                       *
029118*----------------------------------------------------------*
029119 2155-PRICE-ONE-SPLIT.
029120     MOVE LD-DEPT (WS-DIST-SUB) TO WS-DIST-DEPT (WS-DIST-SUB)
029121     MOVE LD-PERCENT (WS-DIST-SUB)
029122         TO WS-DIST-PERCENT (WS-DIST-SUB)
029123     MOVE LD-DEPT (WS-DIST-SUB) TO DT-DEPT-CODE
029124     READ DEPT-MASTER
029125         INVALID KEY
029126             IF WS-DEPTF-STATUS NOT = '23'
029127                 DISPLAY 'EXAMP-PGM3 - READ FAILED, DEPTF '
029128                     'STATUS=' WS-DEPTF-STATUS
029129                 MOVE 16 TO RETURN-CODE
029130                 STOP RUN
029131             END-IF
029132             MOVE '** DEPT NOT ON DEPT MASTER **'
029133                 TO WS-DIST-DEPT-NAME (WS-DIST-SUB)
029134             MOVE '510000' TO WS-DIST-GL-ACCOUNT (WS-DIST-SUB)
029135             MOVE LD-DEPT (WS-DIST-SUB)
029136                 TO WS-DIST-COST-CENTER (WS-DIST-SUB)
029137         NOT INVALID KEY
029138             MOVE DT-DEPT-NAME TO WS-DIST-DEPT-NAME (WS-DIST-SUB)
029139             MOVE DT-GL-ACCOUNT
029140                 TO WS-DIST-GL-ACCOUNT (WS-DIST-SUB)
029141             MOVE DT-COST-CENTER
029142                 TO WS-DIST-COST-CENTER (WS-DIST-SUB)
029143     END-READ
029144     IF LD-COST-CENTER (WS-DIST-SUB) NOT = SPACES
029145         MOVE LD-COST-CENTER (WS-DIST-SUB)
029146             TO WS-DIST-COST-CENTER (WS-DIST-SUB)
029147     END-IF
029148     IF WS-DIST-SUB < WS-DIST-COUNT
029149         COMPUTE WS-DIST-REG-AMT (WS-DIST-SUB) ROUNDED =
029150             XR-EMPLOYEE-SALARY * LD-PERCENT (WS-DIST-SUB) / 100
029151         COMPUTE WS-DIST-RETRO-AMT (WS-DIST-SUB) ROUNDED =
029152             WS-RETRO-GROSS * LD-PERCENT (WS-DIST-SUB) / 100
029153     ELSE
029154         MOVE WS-DIST-REG-LEFT TO WS-DIST-REG-AMT (WS-DIST-SUB)
029155         MOVE WS-DIST-RETRO-LEFT
029156             TO WS-DIST-RETRO-AMT (WS-DIST-SUB)
029157     END-IF
029158     SUBTRACT WS-DIST-REG-AMT (WS-DIST-SUB) FROM WS-DIST-REG-LEFT
029159     SUBTRACT WS-DIST-RETRO-AMT (WS-DIST-SUB)
029160         FROM WS-DIST-RETRO-LEFT
029161     ADD 1 TO WS-DIST-SUB.
029162 2155-EXIT.
029163     EXIT.
029164*----------------------------------------------------------*
029165*    2157-CHARGE-ONE-SPLIT - ADD ONE SHARE (REGULAR PLUS   *
029166*    RETRO) TO ITS DEPARTMENT'S LABOR CHARGED AND, FOR A   *
029167*    SPLIT EMPLOYEE, PRINT THE SPLIT LINE.  ONLY A SHARE   *
029168*    CHARGED TO THE HOME DEPARTMENT GOES INTO THE IN-LINE  *
029169*    SUBTOTAL; THE REST IS IN THE OTHER DEPARTMENT'S       *
029170*    SUBTOTAL AT THE END OF THE REGISTER (7100).           *
029171*----------------------------------------------------------*
029172 2157-CHARGE-ONE-SPLIT.
029173     COMPUTE WS-DIST-CHARGE = WS-DIST-REG-AMT (WS-DIST-SUB)
029174         + WS-DIST-RETRO-AMT (WS-DIST-SUB)
029175     PERFORM 6200-ADD-LABOR-CHARGE THRU 6200-EXIT
029176     IF WS-DIST-DEPT (WS-DIST-SUB) = XR-EMPLOYEE-DEPT
029177         ADD WS-DIST-CHARGE TO WS-DEPT-TOTAL
029178     END-IF
029179     IF LABOR-IS-SPLIT
029180         IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
029181             PERFORM 4000-PRINT-HEADERS THRU 4000-EXIT
029183         END-IF
029184         MOVE SPACES TO RPT-DETAIL-LINE
029185         MOVE WS-DIST-PERCENT (WS-DIST-SUB) TO WS-SL-PERCENT
029186         MOVE WS-DIST-COST-CENTER (WS-DIST-SUB)
029187             TO WS-SL-COST-CENTER
029188         MOVE WS-SPLIT-LABEL TO RD-EMPLOYEE-NAME
029189         MOVE WS-DIST-DEPT (WS-DIST-SUB) TO RD-EMPLOYEE-DEPT
029190         MOVE WS-DIST-CHARGE TO RD-GROSS-PAY
029191         WRITE RPT-LINE FROM RPT-DETAIL-LINE
029192             AFTER ADVANCING 1 LINE
029193         ADD 1 TO WS-LINE-COUNT
029194     END-IF
029195     ADD 1 TO WS-DIST-SUB.
029196 2157-EXIT.
029197     EXIT.
029198 2200-UPDATE-MASTER.
029200     MOVE XR-EMPLOYEE-ID TO EM-EMPLOYEE-ID
029300     READ EMPLOYEE-MASTER
029400         INVALID KEY
030300     MOVE XR-EMPLOYEE-NAME TO EM-EMPLOYEE-NAME
030400     MOVE XR-EMPLOYEE-DEPT TO EM-EMPLOYEE-DEPT
030500     MOVE XR-EMPLOYEE-SALARY TO EM-CURRENT-SALARY
030600     MOVE WS-GROSS-PAY TO EM-YTD-GROSS
030610     MOVE WS-FED-TAX TO EM-YTD-FED-TAX
030620     MOVE WS-STATE-TAX TO EM-YTD-STATE-TAX
030630     MOVE WS-BENEFIT-DED TO EM-YTD-BENEFIT-DED
030640     MOVE WS-RETIRE-DED TO EM-YTD-RETIRE-DED
030642     MOVE WS-GARNISH-DED TO EM-YTD-GARNISH-DED
030643     MOVE WS-SS-TAX TO EM-YTD-SS-TAX
030644     MOVE WS-MED-TAX TO EM-YTD-MED-TAX
030645     MOVE WS-NET-PAY TO EM-YTD-NET
030650     MOVE WS-RD-YYYY-IN TO EM-YTD-YEAR
030700     MOVE WS-RUN-DATE-YYYYMMDD TO EM-LAST-PAY-DATE
031400 2210-EXIT.
031500     EXIT.
031600 2220-UPDATE-EXISTING.
031610*    A MASTER RECORD WRITTEN BEFORE EM-YTD-GARNISH-DED (OR
031620*    THE FICA BUCKETS) WAS CARVED FROM FILLER STILL HOLDS
031630*    SPACES THERE; NORMALIZE TO ZERO BEFORE THE FIRST ADD.
031640     IF EM-YTD-GARNISH-DED NOT NUMERIC
031650         MOVE ZERO TO EM-YTD-GARNISH-DED
031660     END-IF
031661     IF EM-YTD-SS-TAX NOT NUMERIC
031662         MOVE ZERO TO EM-YTD-SS-TAX
031663     END-IF
031664     IF EM-YTD-MED-TAX NOT NUMERIC
031665         MOVE ZERO TO EM-YTD-MED-TAX
031666     END-IF
031700     MOVE XR-EMPLOYEE-NAME TO EM-EMPLOYEE-NAME
031800     MOVE XR-EMPLOYEE-DEPT TO EM-EMPLOYEE-DEPT
031900     MOVE XR-EMPLOYEE-SALARY TO EM-CURRENT-SALARY
031907         CONTINUE
031910     ELSE
031920         IF EM-YTD-YEAR = WS-RD-YYYY-IN
031930             ADD WS-GROSS-PAY TO EM-YTD-GROSS
031931             ADD WS-FED-TAX TO EM-YTD-FED-TAX
031932             ADD WS-STATE-TAX TO EM-YTD-STATE-TAX
031933             ADD WS-BENEFIT-DED TO EM-YTD-BENEFIT-DED
031934             ADD WS-RETIRE-DED TO EM-YTD-RETIRE-DED
031935             ADD WS-GARNISH-DED TO EM-YTD-GARNISH-DED
031936             ADD WS-SS-TAX TO EM-YTD-SS-TAX
031937             ADD WS-MED-TAX TO EM-YTD-MED-TAX
031938             ADD WS-NET-PAY TO EM-YTD-NET
031940         ELSE
031941             IF EM-CLOSED-YEAR NOT = EM-YTD-YEAR
031942                 DISPLAY 'EXAMP-PGM3 - YEAR ' EM-YTD-YEAR
031946                 MOVE 16 TO RETURN-CODE
031947                 STOP RUN
031948             END-IF
031950             MOVE WS-GROSS-PAY TO EM-YTD-GROSS
031951             MOVE WS-FED-TAX TO EM-YTD-FED-TAX
031952             MOVE WS-STATE-TAX TO EM-YTD-STATE-TAX
031953             MOVE WS-BENEFIT-DED TO EM-YTD-BENEFIT-DED
031954             MOVE WS-RETIRE-DED TO EM-YTD-RETIRE-DED
031955             MOVE WS-GARNISH-DED TO EM-YTD-GARNISH-DED
031956             MOVE WS-SS-TAX TO EM-YTD-SS-TAX
031957             MOVE WS-MED-TAX TO EM-YTD-MED-TAX
031958             MOVE WS-NET-PAY TO EM-YTD-NET
031960             MOVE WS-RD-YYYY-IN TO EM-YTD-YEAR
031970         END-IF
031980     END-IF
032900 2230-EXIT.
033000     EXIT.
033100 2300-WRITE-GL-EXTRACT.
033200     MOVE 1 TO WS-DIST-SUB
033300     PERFORM 2305-WRITE-ONE-GL THRU 2305-EXIT
033400         UNTIL WS-DIST-SUB > WS-DIST-COUNT.
033800 2300-EXIT.
033802     EXIT.
033804*----------------------------------------------------------*
033806*    2305-WRITE-ONE-GL - ONE REGULAR EARNINGS GL LINE PER  *
033808*    LABOR SPLIT (ONE LINE WHEN THE EMPLOYEE IS NOT SPLIT).*
033810*----------------------------------------------------------*
033812 2305-WRITE-ONE-GL.
033814     MOVE XR-EMPLOYEE-ID TO GL-EMPLOYEE-ID
033816     MOVE WS-DIST-GL-ACCOUNT (WS-DIST-SUB) TO GL-ACCOUNT-NUMBER
033818     MOVE WS-DIST-COST-CENTER (WS-DIST-SUB) TO GL-COST-CENTER
033820     MOVE WS-DIST-REG-AMT (WS-DIST-SUB) TO GL-AMOUNT
033822     SET GL-EARN-REGULAR TO TRUE
033824     MOVE WS-RUN-DATE-YYYYMMDD TO GL-RUN-DATE
033826     WRITE GL-EXTRACT-RECORD
033828     ADD 1 TO WS-DIST-SUB.
033830 2305-EXIT.
033832     EXIT.
033834*----------------------------------------------------------*
033836*    2310-WRITE-RETRO-GL - THE RETRO PAY GOES TO THE SAME  *
033838*    EXPENSE ACCOUNTS AS THE REGULAR PAY, SPLIT THE SAME   *
033840*    WAY, ON ITS OWN GL LINES FLAGGED AS RETRO EARNINGS.   *
033842*----------------------------------------------------------*
033844 2310-WRITE-RETRO-GL.
033846     MOVE 1 TO WS-DIST-SUB
033848     PERFORM 2315-WRITE-ONE-RETRO-GL THRU 2315-EXIT
033850         UNTIL WS-DIST-SUB > WS-DIST-COUNT.
033852 2310-EXIT.
033854     EXIT.
033856 2315-WRITE-ONE-RETRO-GL.
033858     MOVE XR-EMPLOYEE-ID TO GL-EMPLOYEE-ID
033860     MOVE WS-DIST-GL-ACCOUNT (WS-DIST-SUB) TO GL-ACCOUNT-NUMBER
033862     MOVE WS-DIST-COST-CENTER (WS-DIST-SUB) TO GL-COST-CENTER
033864     MOVE WS-DIST-RETRO-AMT (WS-DIST-SUB) TO GL-AMOUNT
033866     MOVE WS-RUN-DATE-YYYYMMDD TO GL-RUN-DATE
033868     SET GL-EARN-RETRO TO TRUE
033870     WRITE GL-EXTRACT-RECORD
033872     ADD 1 TO WS-DIST-SUB.
033874 2315-EXIT.
033876     EXIT.
033910*----------------------------------------------------------*
033920*    2350-WRITE-PAY-DETAIL - ONE PAYMENT RECORD PER         *
033930*    EMPLOYEE PAID, CARRYING THE COMPUTED NET FOR THE       *
033995     MOVE WS-BENEFIT-DED TO PH-BENEFIT-DED
033996     MOVE WS-RETIRE-DED TO PH-RETIRE-DED
033997     MOVE WS-GARNISH-DED TO PH-GARNISH-DED
033998     MOVE WS-SS-TAX TO PH-SS-TAX
033999     MOVE WS-MED-TAX TO PH-MED-TAX
034000     MOVE WS-ER-SS-TAX TO PH-ER-SS-TAX
034001     MOVE WS-ER-MED-TAX TO PH-ER-MED-TAX
034002     MOVE WS-RETRO-GROSS TO PH-RETRO-GROSS
034003     SET PH-NOT-REVERSED TO TRUE
034004     MOVE ZERO TO PH-REVERSAL-DATE
034005     MOVE ZERO TO PH-CHECK-NO
034006     WRITE PAY-HISTORY-RECORD
034007         INVALID KEY
034008             REWRITE PAY-HISTORY-RECORD
034009     END-WRITE
034010     IF WS-HISTF-STATUS NOT = '00'
034011         DISPLAY 'EXAMP-PGM3 - WRITE/REWRITE FAILED, HISTF '
034012             'STATUS=' WS-HISTF-STATUS
034013         MOVE 16 TO RETURN-CODE
034014         STOP RUN
034015     END-IF.
034016 2360-EXIT.
034017     EXIT.
034018*----------------------------------------------------------*
034019*    2370-WRITE-LABOR-POSTED - KEEP THE SPLITS THIS        *
034020*    PAYMENT WAS POSTED WITH, UNDER THE PAY HISTORY KEY,   *
034021*    FOR EXAMP-RVS1.  AN UNSPLIT PAYMENT HAS NO RECORD; ONE*
034022*    LEFT BY AN EARLIER ATTEMPT AT THIS RUN IS REMOVED.    *
034023*----------------------------------------------------------*
034024 2370-WRITE-LABOR-POSTED.
034025     MOVE SPACES TO LABOR-POSTED-RECORD
034026     MOVE XR-EMPLOYEE-ID TO LB-EMPLOYEE-ID
034027     MOVE WS-RUN-DATE-YYYYMMDD TO LB-PAY-DATE
034028     MOVE WS-RUN-TYPE TO LB-RUN-TYPE
034029     IF NOT LABOR-IS-SPLIT
034030         DELETE LABOR-POSTED RECORD
034031             INVALID KEY
034032                 IF WS-LABPOST-STATUS NOT = '23'
034033                     DISPLAY 'EXAMP-PGM3 - DELETE FAILED, '
034034                         'LABPOST STATUS=' WS-LABPOST-STATUS
034035                     MOVE 16 TO RETURN-CODE
034036                     STOP RUN
034037                 END-IF
034038         END-DELETE
034039         GO TO 2370-EXIT
034040     END-IF
034041     MOVE WS-DIST-COUNT TO LB-SPLIT-COUNT
034042     MOVE 1 TO WS-DIST-SUB
034043     PERFORM 2375-POST-ONE-SPLIT THRU 2375-EXIT
034044         UNTIL WS-DIST-SUB > 4
034045     WRITE LABOR-POSTED-RECORD
034046         INVALID KEY
034047             REWRITE LABOR-POSTED-RECORD
034048     END-WRITE
034049     IF WS-LABPOST-STATUS NOT = '00'
034050         DISPLAY 'EXAMP-PGM3 - WRITE/REWRITE FAILED, LABPOST '
034051             'STATUS=' WS-LABPOST-STATUS
034052         MOVE 16 TO RETURN-CODE
034053         STOP RUN
034054     END-IF.
034055 2370-EXIT.
034056     EXIT.
034057 2375-POST-ONE-SPLIT.
034058     IF WS-DIST-SUB > WS-DIST-COUNT
034059         MOVE ZERO TO LB-PERCENT (WS-DIST-SUB)
034060         MOVE ZERO TO LB-REGULAR-AMT (WS-DIST-SUB)
034061         MOVE ZERO TO LB-RETRO-AMT (WS-DIST-SUB)
034062     ELSE
034063         MOVE WS-DIST-DEPT (WS-DIST-SUB) TO LB-DEPT (WS-DIST-SUB)
034064         MOVE WS-DIST-GL-ACCOUNT (WS-DIST-SUB)
034065             TO LB-GL-ACCOUNT (WS-DIST-SUB)
034066         MOVE WS-DIST-COST-CENTER (WS-DIST-SUB)
034067             TO LB-COST-CENTER (WS-DIST-SUB)
034068         MOVE WS-DIST-PERCENT (WS-DIST-SUB)
034069             TO LB-PERCENT (WS-DIST-SUB)
034070         MOVE WS-DIST-REG-AMT (WS-DIST-SUB)
034071             TO LB-REGULAR-AMT (WS-DIST-SUB)
034072         MOVE WS-DIST-RETRO-AMT (WS-DIST-SUB)
034073             TO LB-RETRO-AMT (WS-DIST-SUB)
034074     END-IF
034075     ADD 1 TO WS-DIST-SUB.
034076 2375-EXIT.
034077     EXIT.
034078*----------------------------------------------------------*
034079*    2400-ACCRUE-LEAVE - REGULAR RUNS ONLY.  EARN ONE PAY   *
034080*    PERIOD OF VACATION AND SICK HOURS, EACH PLAN STOPPING  *
034081*    AT ITS ANNUAL CAP, AND REFRESH THE HOURLY RATE THE     *
034082*    TERMINATION PAYOUT IS VALUED AT.  AN EMPLOYEE WITH NO  *
034083*    LEAVE-MASTER RECORD EARNS NOTHING; A RECORD ALREADY    *
034084*    STAMPED WITH THIS RUN DATE WAS ACCRUED BY AN EARLIER   *
034085*    PASS OF THIS RUN AND IS LEFT ALONE.                    *
034086*----------------------------------------------------------*
034087 2400-ACCRUE-LEAVE.
034088     MOVE XR-EMPLOYEE-ID TO LV-EMPLOYEE-ID
034089     READ LEAVE-MASTER
034090         INVALID KEY
034091             IF WS-LEAVEF-STATUS NOT = '23'
034092                 DISPLAY 'EXAMP-PGM3 - READ FAILED, LEAVEF '
034093                     'STATUS=' WS-LEAVEF-STATUS
034094                 MOVE 16 TO RETURN-CODE
034095                 STOP RUN
034096             END-IF
034097             GO TO 2400-EXIT
034098     END-READ
034099     IF LV-LAST-ACCRUAL-DATE = WS-RUN-DATE-YYYYMMDD
034100         GO TO 2400-EXIT
034101     END-IF
034102     PERFORM 2450-ROLL-LEAVE-YEAR THRU 2450-EXIT
034103     MOVE LV-VAC-ACCRUAL-RATE TO WS-LV-ACCRUAL
034104     IF LV-VAC-YTD-ACCRUED + WS-LV-ACCRUAL > LV-VAC-ANNUAL-CAP
034105         COMPUTE WS-LV-ACCRUAL =
034106             LV-VAC-ANNUAL-CAP - LV-VAC-YTD-ACCRUED
034107     END-IF
034108     IF WS-LV-ACCRUAL > ZERO
034109         ADD WS-LV-ACCRUAL TO LV-VAC-BALANCE
034110         ADD WS-LV-ACCRUAL TO LV-VAC-YTD-ACCRUED
034111     END-IF
034112     MOVE LV-SICK-ACCRUAL-RATE TO WS-LV-ACCRUAL
034113     IF LV-SICK-YTD-ACCRUED + WS-LV-ACCRUAL > LV-SICK-ANNUAL-CAP
034114         COMPUTE WS-LV-ACCRUAL =
034115             LV-SICK-ANNUAL-CAP - LV-SICK-YTD-ACCRUED
034116     END-IF
034117     IF WS-LV-ACCRUAL > ZERO
034118         ADD WS-LV-ACCRUAL TO LV-SICK-BALANCE
034119         ADD WS-LV-ACCRUAL TO LV-SICK-YTD-ACCRUED
034120     END-IF
034121     IF XR-PAY-HOURLY
034122         MOVE XR-HOURLY-RATE TO LV-PAY-RATE
034123     ELSE
034124         COMPUTE LV-PAY-RATE ROUNDED =
034125             XR-EMPLOYEE-SALARY * WS-PERIODS-PER-YEAR
034126             / WS-STD-HOURS-PER-YEAR
034127     END-IF
034128     MOVE WS-RUN-DATE-YYYYMMDD TO LV-LAST-ACCRUAL-DATE
034129     REWRITE LEAVE-MASTER-RECORD
034130     IF WS-LEAVEF-STATUS NOT = '00'
034131         DISPLAY 'EXAMP-PGM3 - REWRITE FAILED, LEAVEF STATUS='
034132             WS-LEAVEF-STATUS
034133         MOVE 16 TO RETURN-CODE
034134         STOP RUN
034135     END-IF.
034136 2400-EXIT.
034137     EXIT.
034138*----------------------------------------------------------*
034139*    2450-ROLL-LEAVE-YEAR - FIRST TOUCH OF A LEAVE RECORD   *
034140*    IN A NEW CALENDAR YEAR: CUT EACH BALANCE BACK TO ITS   *
034141*    CARRYOVER LIMIT (THE EXCESS IS FORFEITED) AND START    *
034142*    THE YEAR'S ACCRUED AND TAKEN BUCKETS OVER.             *
034143*----------------------------------------------------------*
034144 2450-ROLL-LEAVE-YEAR.
034145     IF LV-ACCRUAL-YEAR = WS-RD-YYYY-IN
034146         GO TO 2450-EXIT
034147     END-IF
034148     IF LV-VAC-BALANCE > LV-VAC-CARRYOVER-LIMIT
034149         MOVE LV-VAC-CARRYOVER-LIMIT TO LV-VAC-BALANCE
034150     END-IF
034151     IF LV-SICK-BALANCE > LV-SICK-CARRYOVER-LIMIT
034152         MOVE LV-SICK-CARRYOVER-LIMIT TO LV-SICK-BALANCE
034153     END-IF
034154     MOVE ZERO TO LV-VAC-YTD-ACCRUED
034155     MOVE ZERO TO LV-VAC-YTD-TAKEN
034156     MOVE ZERO TO LV-SICK-YTD-ACCRUED
034157     MOVE ZERO TO LV-SICK-YTD-TAKEN
034158     MOVE WS-RD-YYYY-IN TO LV-ACCRUAL-YEAR.
034159 2450-EXIT.
034160     EXIT.
034161*----------------------------------------------------------*
034162*    3000-PRINT-DEPT-SUBTOTAL.                              *
034200*----------------------------------------------------------*
034300 3000-PRINT-DEPT-SUBTOTAL.
034400     MOVE SPACES TO RPT-DEPT-SUBTOTAL-LINE
036996     END-IF.
036997 6000-EXIT.
036998     EXIT.
036999*----------------------------------------------------------*
037000*    6200-ADD-LABOR-CHARGE - ADD WS-DIST-CHARGE TO THE     *
037001*    LABOR TABLE ENTRY FOR SPLIT WS-DIST-SUB'S DEPARTMENT, *
037002*    OPENING A NEW ENTRY IN DEPARTMENT ORDER THE FIRST TIME*
037003*    THE DEPARTMENT IS CHARGED.                            *
037004*----------------------------------------------------------*
037005 6200-ADD-LABOR-CHARGE.
037006     MOVE 1 TO WS-LABOR-SUB
037007     PERFORM 6210-FIND-LABOR-ENTRY THRU 6210-EXIT
037008         UNTIL WS-LABOR-SUB > WS-LABOR-COUNT
037009             OR WS-LABOR-DEPT (WS-LABOR-SUB)
037010                 NOT < WS-DIST-DEPT (WS-DIST-SUB)
037011     IF WS-LABOR-SUB > WS-LABOR-COUNT
037012         PERFORM 6220-OPEN-LABOR-ENTRY THRU 6220-EXIT
037013     ELSE
037014         IF WS-LABOR-DEPT (WS-LABOR-SUB)
037015             NOT = WS-DIST-DEPT (WS-DIST-SUB)
037016             PERFORM 6220-OPEN-LABOR-ENTRY THRU 6220-EXIT
037017         END-IF
037018     END-IF
037019     ADD WS-DIST-CHARGE TO WS-LABOR-GROSS (WS-LABOR-SUB).
037020 6200-EXIT.
037021     EXIT.
037022 6210-FIND-LABOR-ENTRY.
037023     ADD 1 TO WS-LABOR-SUB.
037024 6210-EXIT.
037025     EXIT.
037026 6220-OPEN-LABOR-ENTRY.
037027     IF WS-LABOR-COUNT NOT < WS-LABOR-MAX
037028         DISPLAY 'EXAMP-PGM3 - LABOR TABLE AT CAPACITY - '
037029             'RAISE WS-LABOR-MAX AND THE TABLE SIZE'
037030         MOVE 16 TO RETURN-CODE
037031         STOP RUN
037032     END-IF
037033     MOVE WS-LABOR-COUNT TO WS-LABOR-SHIFT
037034     PERFORM 6230-SHIFT-LABOR-ENTRY THRU 6230-EXIT
037035         UNTIL WS-LABOR-SHIFT < WS-LABOR-SUB
037036     MOVE WS-DIST-DEPT (WS-DIST-SUB)
037037         TO WS-LABOR-DEPT (WS-LABOR-SUB)
037038     MOVE WS-DIST-DEPT-NAME (WS-DIST-SUB)
037039         TO WS-LABOR-DEPT-NAME (WS-LABOR-SUB)
037040     MOVE ZERO TO WS-LABOR-GROSS (WS-LABOR-SUB)
037041     ADD 1 TO WS-LABOR-COUNT.
037042 6220-EXIT.
037043     EXIT.
037044 6230-SHIFT-LABOR-ENTRY.
037045     MOVE WS-LABOR-ENTRY (WS-LABOR-SHIFT)
037046         TO WS-LABOR-ENTRY (WS-LABOR-SHIFT + 1)
037047     SUBTRACT 1 FROM WS-LABOR-SHIFT.
037048 6230-EXIT.
037049     EXIT.
037069*----------------------------------------------------------*
037100*    7000-FINAL-TOTALS - LAST SUBTOTAL AND GRAND TRAILER.   *
037200*----------------------------------------------------------*
037300 7000-FINAL-TOTALS.
038550     MOVE WS-TOTAL-NET TO RT-TOTAL-NET
038600     MOVE WS-AVERAGE-SALARY TO RT-AVERAGE-SALARY
038700     WRITE RPT-LINE FROM RPT-TRAILER-LINE
038710         AFTER ADVANCING 1 LINE
038720     MOVE WS-TOTAL-SS-TAX TO RF-SS-TAX
038730     MOVE WS-TOTAL-MED-TAX TO RF-MED-TAX
038740     MOVE WS-TOTAL-ER-SS-TAX TO RF-ER-SS-TAX
038750     MOVE WS-TOTAL-ER-MED-TAX TO RF-ER-MED-TAX
038760     WRITE RPT-LINE FROM RPT-FICA-TRAILER-LINE
038770         AFTER ADVANCING 1 LINE
038773     IF WS-TOTAL-RETRO-COUNT > ZERO
038776         MOVE WS-TOTAL-RETRO-COUNT TO RR-RETRO-COUNT
038779         MOVE WS-TOTAL-RETRO-GROSS TO RR-RETRO-GROSS
038782         MOVE WS-TOTAL-RETRO-NET TO RR-RETRO-NET
038785         WRITE RPT-LINE FROM RPT-RETRO-TRAILER-LINE
038788             AFTER ADVANCING 1 LINE
038791     END-IF
038793     IF WS-LABOR-COUNT > ZERO
038795         PERFORM 7100-PRINT-LABOR-CHARGED THRU 7100-EXIT
038797     END-IF.
038800 7000-EXIT.
038900     EXIT.
038901*----------------------------------------------------------*
038902*    7100-PRINT-LABOR-CHARGED - THE DEPARTMENT SUBTOTALS   *
038903*    AS CHARGED: EVERY SHARE OF EVERY PAYMENT, SPLIT OR    *
038904*    NOT, UNDER THE DEPARTMENT IT WAS CHARGED TO.  THE     *
038905*    IN-LINE SUBTOTALS ABOVE MISS THE SHARES A SPLIT       *
038906*    EMPLOYEE CHARGED AWAY FROM THE HOME DEPARTMENT; THIS  *
038907*    LIST HAS THEM ALL AND ADDS TO THE TRAILER GROSS.      *
038908*----------------------------------------------------------*
038909 7100-PRINT-LABOR-CHARGED.
038910     IF WS-LINE-COUNT + 3 > WS-MAX-LINES-PER-PAGE
038911         PERFORM 4000-PRINT-HEADERS THRU 4000-EXIT
038912     END-IF
038913     MOVE SPACES TO RPT-LINE
038914     WRITE RPT-LINE AFTER ADVANCING 1 LINE
038915     WRITE RPT-LINE FROM RPT-LABOR-HEADER-LINE
038916         AFTER ADVANCING 1 LINE
038917     ADD 2 TO WS-LINE-COUNT
038918     MOVE 1 TO WS-LABOR-SUB
038919     PERFORM 7110-PRINT-ONE-LABOR-LINE THRU 7110-EXIT
038920         UNTIL WS-LABOR-SUB > WS-LABOR-COUNT.
038921 7100-EXIT.
038922     EXIT.
038923 7110-PRINT-ONE-LABOR-LINE.
038924     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
038925         PERFORM 4000-PRINT-HEADERS THRU 4000-EXIT
038926         WRITE RPT-LINE FROM RPT-LABOR-HEADER-LINE
038927             AFTER ADVANCING 1 LINE
038928         ADD 1 TO WS-LINE-COUNT
038929     END-IF
038930     MOVE WS-LABOR-DEPT (WS-LABOR-SUB) TO RX-DEPT
038931     MOVE WS-LABOR-DEPT-NAME (WS-LABOR-SUB) TO RX-DEPT-NAME
038932     MOVE WS-LABOR-GROSS (WS-LABOR-SUB) TO RX-LABOR-GROSS
038933     WRITE RPT-LINE FROM RPT-LABOR-LINE
038934         AFTER ADVANCING 1 LINE
038935     ADD 1 TO WS-LINE-COUNT
038936     ADD 1 TO WS-LABOR-SUB.
038937 7110-EXIT.
038938     EXIT.
038939*----------------------------------------------------------*
038940*    7200-POST-LEAVE-TAKEN - POST THE HOURS TAKEN THAT      *
038941*    STEP010 ACCEPTED (ONE LEAVE-TAKEN RECORD PER EMPLOYEE) *
038942*    TO LEAVE-MASTER, ON EITHER RUN TYPE.  A RECORD ALREADY *
038943*    STAMPED WITH THIS RUN'S DATE AND TYPE WAS POSTED BY AN *
038944*    EARLIER PASS OF THIS RUN AND IS LEFT ALONE.  A LEAVE   *
038945*    RECORD DELETED SINCE STEP010 IS CALLED OUT ON THE      *
038946*    RECONCILIATION REPORT.                                 *
038947*----------------------------------------------------------*
038948 7200-POST-LEAVE-TAKEN.
038949     PERFORM 7210-READ-LEAVE-TAKEN THRU 7210-EXIT
038950     PERFORM 7220-POST-ONE-EMPLOYEE THRU 7220-EXIT
038951         UNTIL END-OF-LEAVE-TAKEN.
038952 7200-EXIT.
038953     EXIT.
038954 7210-READ-LEAVE-TAKEN.
038955     READ LEAVE-TAKEN
038956         AT END
038957             SET END-OF-LEAVE-TAKEN TO TRUE
038958     END-READ.
038959 7210-EXIT.
038960     EXIT.
038961 7220-POST-ONE-EMPLOYEE.
038962     MOVE LT-EMPLOYEE-ID TO LV-EMPLOYEE-ID
038963     READ LEAVE-MASTER
038964         INVALID KEY
038965             IF WS-LEAVEF-STATUS NOT = '23'
038966                 DISPLAY 'EXAMP-PGM3 - READ FAILED, LEAVEF '
038967                     'STATUS=' WS-LEAVEF-STATUS
038968                 MOVE 16 TO RETURN-CODE
038969                 STOP RUN
038970             END-IF
038971             MOVE SPACES TO RECON-LINE
038972             MOVE 'NO LEAVE' TO RC-ACTION
038973             MOVE LT-EMPLOYEE-ID TO RC-EMPLOYEE-ID
038974             WRITE RECON-LINE
038975             GO TO 7220-NEXT
038976     END-READ
038977     IF LV-LAST-TAKEN-DATE = WS-RUN-DATE-YYYYMMDD
038978         AND LV-LAST-TAKEN-RUN-TYPE = WS-RUN-TYPE
038979         GO TO 7220-NEXT
038980     END-IF
038981     PERFORM 2450-ROLL-LEAVE-YEAR THRU 2450-EXIT
038982     SUBTRACT LT-VAC-HOURS FROM LV-VAC-BALANCE
038983     ADD LT-VAC-HOURS TO LV-VAC-YTD-TAKEN
038984     SUBTRACT LT-SICK-HOURS FROM LV-SICK-BALANCE
038985     ADD LT-SICK-HOURS TO LV-SICK-YTD-TAKEN
038986     MOVE WS-RUN-DATE-YYYYMMDD TO LV-LAST-TAKEN-DATE
038987     MOVE WS-RUN-TYPE TO LV-LAST-TAKEN-RUN-TYPE
038988     REWRITE LEAVE-MASTER-RECORD
038989     IF WS-LEAVEF-STATUS NOT = '00'
038990         DISPLAY 'EXAMP-PGM3 - REWRITE FAILED, LEAVEF STATUS='
038991             WS-LEAVEF-STATUS
038992         MOVE 16 TO RETURN-CODE
038993         STOP RUN
038994     END-IF.
038995 7220-NEXT.
038996     PERFORM 7210-READ-LEAVE-TAKEN THRU 7210-EXIT.
038997 7220-EXIT.
038998     EXIT.
039000*----------------------------------------------------------*
039100*    7500-FIND-TERMINATIONS - BROWSE EMPLOYEE-MASTER FOR    *
039200*    ANYONE ACTIVE LAST PERIOD WHO WAS NOT SEEN THIS RUN.    *
043300     MOVE EM-EMPLOYEE-ID TO RC-EMPLOYEE-ID
043400     MOVE EM-EMPLOYEE-NAME TO RC-EMPLOYEE-NAME
043500     WRITE RECON-LINE
043520     PERFORM 7550-LIST-VACATION-PAYOUT THRU 7550-EXIT
043550     MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE
043600     SET EMPLOYEE-INACTIVE TO TRUE
043700     REWRITE EMPLOYEE-MASTER-RECORD
043750         STOP RUN
043760     END-IF
043770     MOVE 'U' TO WS-JRNL-ACTION
043771     MOVE EMPLOYEE-MASTER-RECORD TO WS-AFTER-IMAGE
043772     PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
043773 7540-EXIT.
043774     EXIT.
043775*----------------------------------------------------------*
043776*    7550-LIST-VACATION-PAYOUT - A TERMINATED EMPLOYEE'S    *
043777*    UNUSED VACATION GOES ON THE PAYOUT LIST FOR THE FINAL  *
043778*    PAY, VALUED AT THE HOURLY RATE AS OF THE LAST REGULAR  *
043779*    RUN, AND THE BALANCE IS CLEARED.  THE HOURS LISTED ARE *
043780*    STAMPED ON THE RECORD WITH THE RUN DATE, SO A RERUN OF *
043781*    THIS RUN LISTS THE SAME HOURS AGAIN INSTEAD OF THE     *
043782*    CLEARED BALANCE.  SICK LEAVE IS NOT PAID OUT.          *
043783*----------------------------------------------------------*
043784 7550-LIST-VACATION-PAYOUT.
043785     MOVE EM-EMPLOYEE-ID TO LV-EMPLOYEE-ID
043786     READ LEAVE-MASTER
043787         INVALID KEY
043788             IF WS-LEAVEF-STATUS NOT = '23'
043789                 DISPLAY 'EXAMP-PGM3 - READ FAILED, LEAVEF '
043790                     'STATUS=' WS-LEAVEF-STATUS
043791                 MOVE 16 TO RETURN-CODE
043792                 STOP RUN
043793             END-IF
043794             GO TO 7550-EXIT
043795     END-READ
043796     IF LV-PAYOUT-DATE NOT = WS-RUN-DATE-YYYYMMDD
043797         IF LV-VAC-BALANCE > ZERO
043798             MOVE LV-VAC-BALANCE TO LV-PAYOUT-HOURS
043799         ELSE
043800             MOVE ZERO TO LV-PAYOUT-HOURS
043801         END-IF
043802         SUBTRACT LV-PAYOUT-HOURS FROM LV-VAC-BALANCE
043803         MOVE WS-RUN-DATE-YYYYMMDD TO LV-PAYOUT-DATE
043804         REWRITE LEAVE-MASTER-RECORD
043805         IF WS-LEAVEF-STATUS NOT = '00'
043806             DISPLAY 'EXAMP-PGM3 - REWRITE FAILED, LEAVEF '
043807                 'STATUS=' WS-LEAVEF-STATUS
043808             MOVE 16 TO RETURN-CODE
043809             STOP RUN
043810         END-IF
043811     END-IF
043812     IF LV-PAYOUT-HOURS = ZERO
043813         GO TO 7550-EXIT
043814     END-IF
043815     COMPUTE WS-LV-PAYOUT-AMT ROUNDED =
043816         LV-PAYOUT-HOURS * LV-PAY-RATE
043817     MOVE SPACES TO LP-NOTE
043818     MOVE EM-EMPLOYEE-ID TO LP-EMPLOYEE-ID
043819     MOVE EM-EMPLOYEE-NAME TO LP-EMPLOYEE-NAME
043820     MOVE LV-PAYOUT-HOURS TO LP-HOURS
043821     MOVE LV-PAY-RATE TO LP-RATE
043822     MOVE WS-LV-PAYOUT-AMT TO LP-AMOUNT
043823     IF LV-PAY-RATE = ZERO
043824         MOVE 'RATE UNKNOWN' TO LP-NOTE
043825     END-IF
043826     WRITE LEAVE-PAYOUT-LINE FROM LVP-DETAIL-LINE
043827     IF WS-LVPAY-STATUS NOT = '00'
043828         DISPLAY 'EXAMP-PGM3 - WRITE FAILED, LVPAY STATUS='
043829             WS-LVPAY-STATUS
043830         MOVE 16 TO RETURN-CODE
043831         STOP RUN
043832     END-IF
043833     ADD 1 TO WS-LV-PAYOUT-COUNT
043834     ADD LV-PAYOUT-HOURS TO WS-LV-PAYOUT-HOURS
043835     ADD WS-LV-PAYOUT-AMT TO WS-LV-PAYOUT-TOTAL.
043836 7550-EXIT.
043837     EXIT.
043838 7590-WRITE-PAYOUT-TOTALS.
043839     MOVE WS-LV-PAYOUT-COUNT TO LT-PAYOUT-COUNT
043840     MOVE WS-LV-PAYOUT-HOURS TO LT-PAYOUT-HOURS
043841     MOVE WS-LV-PAYOUT-TOTAL TO LT-PAYOUT-AMOUNT
043842     WRITE LEAVE-PAYOUT-LINE FROM LVP-TOTAL-LINE
043843     IF WS-LVPAY-STATUS NOT = '00'
043844         DISPLAY 'EXAMP-PGM3 - WRITE FAILED, LVPAY STATUS='
043845             WS-LVPAY-STATUS
043846         MOVE 16 TO RETURN-CODE
043847         STOP RUN
043851     END-IF.
043852 7590-EXIT.
043853     EXIT.
043854*----------------------------------------------------------*
043855*    7800-CLOSE-PERIOD - THE POST IS COMPLETE; STAMP THE    *
043856*    PAY PERIOD CLOSED SO A SECOND SUBMISSION OF THE SAME   *
043857*    EXTRACT IS REFUSED BY STEP010 AND BY THIS STEP.        *
043858*----------------------------------------------------------*
043860 7800-CLOSE-PERIOD.
043861     MOVE WS-PERIOD-END-SAVE TO RC-PERIOD-END-DATE
043862     READ RUN-CONTROL
043938     MOVE WS-TOTAL-EMPLOYEES TO BC-EMPLOYEE-COUNT
043939     MOVE WS-TOTAL-SALARY TO BC-TOTAL-GROSS
043940     MOVE WS-TOTAL-NET TO BC-TOTAL-NET
043945     MOVE WS-RUN-TYPE TO BC-RUN-TYPE
043950     MOVE WS-TOTAL-GARNISH TO BC-TOTAL-GARNISH
043955     WRITE BALANCE-CONTROL-RECORD
043960     IF WS-BALCTL-STATUS NOT = '00'
043965         DISPLAY 'EXAMP-PGM3 - WRITE FAILED, BALCTL STATUS='
043970             WS-BALCTL-STATUS
043975         MOVE 16 TO RETURN-CODE
043980         STOP RUN
043985     END-IF.
043990 7900-EXIT.
043995     EXIT.
044000*----------------------------------------------------------*
044100*    8000-TERMINATE.                                        *
044200*----------------------------------------------------------*
044896     CLOSE GARNISH-MASTER
044897     CLOSE TAX-TABLE
044898     CLOSE BALANCE-CONTROL
044899     CLOSE LEAVE-MASTER
044900     CLOSE LEAVE-TAKEN
044901     CLOSE LEAVE-PAYOUT-RPT
044902     CLOSE RATE-CHANGE
044903     CLOSE LABOR-DIST
044904     CLOSE LABOR-POSTED
044944     MOVE 0 TO RETURN-CODE.
045000 8000-EXIT.
045100     EXIT.
