000500 DATE-WRITTEN.  09/02/26.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    TRANSACTION-DRIVEN MAINTENANCE FOR THE REFERENCE MASTERS
000900*    THE PAY RUN DEPENDS ON: DEDUCT-MASTER (SEE COPYLIB/
001000*    DEDMAST), DEPT-MASTER (SEE COPYLIB/DEPTMAST), AND
001050*    GARNISH-AGENCY (SEE COPYLIB/GARNAGCY), LEAVE-MASTER
001070*    (SEE COPYLIB/LEAVMAST), AND LABOR-DIST (SEE COPYLIB/
001080*    LABDIST).
001100*    UNTIL THIS PROGRAM EXISTED BOTH FILES WERE LOADED WITH
001200*    WHATEVER UTILITY WAS HANDY, WITH NO EDITS AND NO TRAIL -
001300*    A MISTYPED PERCENTAGE WENT STRAIGHT INTO WITHHOLDING AND
001900*    AND THE REASON FOR EVERY REJECT.
002000*
002100*    TRANSACTION LAYOUT (SEE MNT2JB IN JCL):
002200*      COL  1      FILE - D=DEDUCT-MASTER, P=DEPT-MASTER,
002250*                  G=GARNISH-AGENCY, L=LEAVE-MASTER,
002270*                  S=LABOR-DIST (LABOR SPLITS).
002300*      COL  2      FUNCTION - A=ADD, C=CHANGE, D=DELETE.
002400*    FOR A 'D' (DEDUCTION) CARD COLUMNS 3-48 ARE:
002500*      COL  3-12   EMPLOYEE-ID (MUST BE ON EMPLOYEE-MASTER).
004100*    MID-CYCLE DELETE CAN NO LONGER STRAND THE GL EXTRACT ON
004200*    THE FALLBACK ACCOUNT.  WITHHOLDING AND RETIREMENT
004300*    PERCENTAGES OVER 50.00 ARE REJECTED AS KEYING ERRORS.
004305*    A 'G' (GARNISHMENT AGENCY) RECORD IS TOO LONG FOR ONE
004310*    CARD, SO IT IS KEYED ON TWO:
004315*      COL  3-8    AGENCY ID.
004320*      COL  9      CARD PART - 1 (OR SPACE) OR 2.
004325*    PART 1 - THE PAYEE:
004330*      COL 10-32   AGENCY NAME AS IT PRINTS ON THE CHECK.
004335*      COL 33      REMIT METHOD - C=CHECK, E=EFT (ACH CREDIT).
004340*      COL 34-42   BANK ROUTING NUMBER (REQUIRED FOR EFT).
004345*      COL 43-59   BANK ACCOUNT NUMBER (REQUIRED FOR EFT).
004350*    PART 2 - THE MAILING ADDRESS:
004355*      COL 10-39   STREET ADDRESS.
004356*      COL 40-59   CITY.
004357*      COL 60-61   STATE.
004358*      COL 62-70   ZIP.
004359*    A PART 1 ADD CREATES THE AGENCY; A PART 2 CARD (A OR C)
004360*    SETS THE ADDRESS OF AN AGENCY ALREADY ON FILE, SO KEY IT
004361*    BEHIND THE PART 1 ADD.  ON A CHANGE, SPACES LEAVE A FIELD
004362*    ALONE.  AN AGENCY DELETE IS REFUSED WHILE ANY ORDER ON
004363*    GARNISH-MASTER STILL OWES A BALANCE TO THE AGENCY.
004364*    FOR AN 'L' (LEAVE PLAN) CARD COLUMNS 3-52 ARE, ALL HOURS:
004365*      COL  3-12   EMPLOYEE-ID (MUST BE ON EMPLOYEE-MASTER).
004366*      COL 13-16   VACATION ACCRUAL PER PERIOD 9(2)V99.
004367*      COL 17-21   VACATION ANNUAL CAP 9(3)V99.
004368*      COL 22-26   VACATION CARRYOVER LIMIT 9(3)V99.
004369*      COL 27-32   VACATION BALANCE 9(4)V99.
004370*      COL 33-36   SICK ACCRUAL PER PERIOD 9(2)V99.
004371*      COL 37-41   SICK ANNUAL CAP 9(3)V99.
004372*      COL 42-46   SICK CARRYOVER LIMIT 9(3)V99.
004373*      COL 47-52   SICK BALANCE 9(4)V99.
004374*    AN ADD NEEDS EVERY FIELD (ZERO FOR A PLAN NOT OFFERED) AND
004375*    STARTS THE RECORD IN THE CURRENT YEAR WITH THE BALANCES
004376*    KEYED AS THE OPENING BALANCES.  ON A CHANGE, SPACES LEAVE
004377*    A FIELD ALONE; KEYING A BALANCE SETS IT (AN ADJUSTMENT).
004378*    AN ACCRUAL RATE OVER 16.00 HOURS OR AN ANNUAL CAP BELOW
004379*    THE RATE IS REJECTED.  A DELETE IS REFUSED WHILE A
004380*    VACATION BALANCE REMAINS, SINCE THAT BALANCE IS OWED AT
004381*    TERMINATION.
004382*    FOR AN 'S' (LABOR SPLIT) CARD COLUMNS 3-64 ARE:
004383*      COL  3-12   EMPLOYEE-ID (MUST BE ON EMPLOYEE-MASTER).
004384*      COL 13-25   SPLIT 1 - DEPARTMENT (COL 13-16), COST
004385*                  CENTER (COL 17-20, SPACES = THE
004386*                  DEPARTMENT'S OWN), PERCENT 9(3)V99
004387*                  (COL 21-25).
004388*      COL 26-38   SPLIT 2, SAME LAYOUT.
004389*      COL 39-51   SPLIT 3, SAME LAYOUT.
004390*      COL 52-64   SPLIT 4, SAME LAYOUT.
004391*    AN ADD OR CHANGE CARRIES THE WHOLE DISTRIBUTION - A CHANGE
004392*    REPLACES EVERY SPLIT, SO THE PERCENTAGES ARE ALWAYS EDITED
004393*    AS A SET.  SPLITS ARE KEYED FROM SPLIT 1 WITH NO GAPS, EACH
004394*    DEPARTMENT MUST BE ON DEPT-MASTER, A DEPARTMENT/COST CENTER
004395*    MAY APPEAR ONLY ONCE (A BLANK COST CENTER COUNTS AS THE
004396*    DEPARTMENT'S OWN), AND THE PERCENTAGES MUST TOTAL
004397*    EXACTLY 100.00.  A DELETE PUTS THE EMPLOYEE BACK TO BEING
004398*    CHARGED WHOLLY TO THE HOME DEPARTMENT.  A DEPARTMENT DELETE
004399*    IS ALSO REFUSED WHILE ANY LABOR SPLIT NAMES THE DEPARTMENT.
004400*
004500*    MODIFICATION HISTORY.
004600*    DATE       INIT  DESCRIPTION
004700*    ---------  ----  ---------------------------------------
004800*    09/02/26   DM    ORIGINAL VERSION.
004820*    10/15/26   DM    ADDED FILE CODE 'G' TO MAINTAIN THE NEW
004840*                     GARNISH-AGENCY PAYEE FILE THAT EXAMP-GRN1
004860*                     REMITS GARNISHMENT WITHHOLDING TO.
004870*    10/15/26   DM    ADDED FILE CODE 'L' TO MAINTAIN THE
004880*                     VACATION / SICK LEAVE PLANS AND BALANCES
004890*                     ON THE NEW LEAVE-MASTER FILE.
004891*    10/15/26   DM    ADDED FILE CODE 'S' TO MAINTAIN THE NEW
004892*                     LABOR-DIST FILE THAT SPLITS AN EMPLOYEE'S
004893*                     GL LABOR COST ACROSS DEPARTMENTS AND COST
004894*                     CENTERS, AND REFUSE A DEPARTMENT DELETE
004895*                     WHILE A LABOR SPLIT NAMES THE DEPARTMENT.
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER. IBM-370.
007600     ACCESS MODE IS DYNAMIC
007700     RECORD KEY IS EM-EMPLOYEE-ID
007800     FILE STATUS IS WS-MASTER-STATUS.
007807     SELECT GARNISH-AGENCY
007814     ASSIGN TO UT-S-GARNAGY
007821     ORGANIZATION IS INDEXED
007828     ACCESS MODE IS RANDOM
007835     RECORD KEY IS GA-AGENCY-ID
007842     FILE STATUS IS WS-GARNAGY-STATUS.
007849     SELECT GARNISH-MASTER
007856     ASSIGN TO UT-S-GARNMST
007863     ORGANIZATION IS INDEXED
007870     ACCESS MODE IS DYNAMIC
007877     RECORD KEY IS GM-GARNISH-KEY
007884     FILE STATUS IS WS-GARNMST-STATUS.
007886     SELECT LEAVE-MASTER
007888     ASSIGN TO UT-S-LEAVEF
007890     ORGANIZATION IS INDEXED
007891     ACCESS MODE IS RANDOM
007892     RECORD KEY IS LV-EMPLOYEE-ID
007893     FILE STATUS IS WS-LEAVEF-STATUS.
007894     SELECT LABOR-DIST
007895     ASSIGN TO UT-S-LABDIST
007896     ORGANIZATION IS INDEXED
007897     ACCESS MODE IS DYNAMIC
007898     RECORD KEY IS LD-EMPLOYEE-ID
007899     FILE STATUS IS WS-LABDIST-STATUS.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  MAINT-TRAN
008800     02  MT-FILE-CODE                 PIC X(01).
008900         88  MT-FILE-DEDUCT               VALUE 'D'.
009000         88  MT-FILE-DEPT                 VALUE 'P'.
009050         88  MT-FILE-AGENCY               VALUE 'G'.
009070         88  MT-FILE-LEAVE                VALUE 'L'.
009080         88  MT-FILE-SPLIT                VALUE 'S'.
009100     02  MT-FUNCTION                  PIC X(01).
009200         88  MT-FUNC-ADD                  VALUE 'A'.
009300         88  MT-FUNC-CHANGE               VALUE 'C'.
011100         03  MT-DEPT-GL-ACCOUNT       PIC X(06).
011200         03  MT-DEPT-COST-CENTER      PIC X(04).
011300         03  FILLER                   PIC X(34).
011304     02  MT-AGCY-DATA REDEFINES MT-TRAN-DATA.
011308         03  MT-AGCY-ID               PIC X(06).
011312         03  MT-AGCY-PART             PIC X(01).
011316             88  MT-AGCY-PART-1           VALUE '1' ' '.
011320             88  MT-AGCY-PART-2           VALUE '2'.
011324         03  MT-AGCY-PAYEE.
011328             04  MT-AGCY-NAME         PIC X(23).
011332             04  MT-AGCY-REMIT-SW     PIC X(01).
011336                 88  MT-AGCY-REMIT-VALID  VALUE 'C' 'E'.
011340                 88  MT-AGCY-REMIT-EFT    VALUE 'E'.
011344             04  MT-AGCY-ROUTING      PIC X(09).
011348             04  MT-AGCY-ROUTING-N REDEFINES MT-AGCY-ROUTING
011352                                      PIC 9(09).
011356             04  MT-AGCY-ACCOUNT      PIC X(17).
011357             04  FILLER               PIC X(21).
011358         03  MT-AGCY-MAILING REDEFINES MT-AGCY-PAYEE.
011359             04  MT-AGCY-ADDRESS      PIC X(30).
011360             04  MT-AGCY-CITY         PIC X(20).
011361             04  MT-AGCY-STATE        PIC X(02).
011362             04  MT-AGCY-ZIP          PIC X(09).
011363             04  FILLER               PIC X(10).
011364     02  MT-LEAVE-DATA REDEFINES MT-TRAN-DATA.
011365         03  MT-LV-EMPLOYEE-ID        PIC 9(10).
011366         03  MT-LV-VAC-RATE           PIC X(04).
011367         03  MT-LV-VAC-RATE-N REDEFINES MT-LV-VAC-RATE
011368                                      PIC 9(2)V99.
011369         03  MT-LV-VAC-CAP            PIC X(05).
011370         03  MT-LV-VAC-CAP-N REDEFINES MT-LV-VAC-CAP
011371                                      PIC 9(3)V99.
011372         03  MT-LV-VAC-CARRY          PIC X(05).
011373         03  MT-LV-VAC-CARRY-N REDEFINES MT-LV-VAC-CARRY
011374                                      PIC 9(3)V99.
011375         03  MT-LV-VAC-BALANCE        PIC X(06).
011376         03  MT-LV-VAC-BALANCE-N REDEFINES MT-LV-VAC-BALANCE
011377                                      PIC 9(4)V99.
011378         03  MT-LV-SICK-RATE          PIC X(04).
011379         03  MT-LV-SICK-RATE-N REDEFINES MT-LV-SICK-RATE
011380                                      PIC 9(2)V99.
011381         03  MT-LV-SICK-CAP           PIC X(05).
011382         03  MT-LV-SICK-CAP-N REDEFINES MT-LV-SICK-CAP
011383                                      PIC 9(3)V99.
011384         03  MT-LV-SICK-CARRY         PIC X(05).
011385         03  MT-LV-SICK-CARRY-N REDEFINES MT-LV-SICK-CARRY
011386                                      PIC 9(3)V99.
011387         03  MT-LV-SICK-BALANCE       PIC X(06).
011388         03  MT-LV-SICK-BALANCE-N REDEFINES MT-LV-SICK-BALANCE
011389                                      PIC 9(4)V99.
011390         03  FILLER                   PIC X(28).
011391     02  MT-SPLIT-DATA REDEFINES MT-TRAN-DATA.
011392         03  MT-SP-EMPLOYEE-ID        PIC 9(10).
011393         03  MT-SP-SPLIT  OCCURS 4 TIMES.
011394             04  MT-SP-DEPT           PIC X(04).
011395             04  MT-SP-COST-CENTER    PIC X(04).
011396             04  MT-SP-PERCENT        PIC X(05).
011397             04  MT-SP-PERCENT-N REDEFINES MT-SP-PERCENT
011398                                      PIC 9(3)V99.
011399         03  FILLER                   PIC X(16).
011400 FD  AUDIT-RPT
011500     RECORDING MODE IS F
011600     LABEL RECORDS ARE OMITTED
013000     RECORD CONTAINS 200 CHARACTERS
013100     DATA RECORD IS EMPLOYEE-MASTER-RECORD.
013200     COPY EMPMAST.
013210 FD  GARNISH-AGENCY
013220     RECORD CONTAINS 150 CHARACTERS
013230     DATA RECORD IS GARNISH-AGENCY-RECORD.
013240     COPY GARNAGCY.
013250 FD  GARNISH-MASTER
013260     RECORD CONTAINS 100 CHARACTERS
013270     DATA RECORD IS GARNISH-MASTER-RECORD.
013280     COPY GARNMAST.
013284 FD  LEAVE-MASTER
013288     RECORD CONTAINS 150 CHARACTERS
013292     DATA RECORD IS LEAVE-MASTER-RECORD.
013293     COPY LEAVMAST.
013294 FD  LABOR-DIST
013295     RECORD CONTAINS 80 CHARACTERS
013296     DATA RECORD IS LABOR-DIST-RECORD.
013297     COPY LABDIST.
013300*
013400 WORKING-STORAGE SECTION.
013500 01  WS-FILE-STATUSES.
013800     02  WS-DEDMST-STATUS             PIC X(02) VALUE '00'.
013900     02  WS-DEPTF-STATUS              PIC X(02) VALUE '00'.
014000     02  WS-MASTER-STATUS             PIC X(02) VALUE '00'.
014030     02  WS-GARNAGY-STATUS            PIC X(02) VALUE '00'.
014060     02  WS-GARNMST-STATUS            PIC X(02) VALUE '00'.
014080     02  WS-LEAVEF-STATUS             PIC X(02) VALUE '00'.
014090     02  WS-LABDIST-STATUS            PIC X(02) VALUE '00'.
014100 01  WS-SWITCHES.
014200     02  WS-EOF-SW                    PIC X(01) VALUE 'N'.
014300         88  END-OF-TRANS                 VALUE 'Y'.
015300         88  END-OF-MASTER                VALUE 'Y'.
015400     02  WS-INUSE-SW                  PIC X(01) VALUE 'N'.
015500         88  DEPT-IN-USE                  VALUE 'Y'.
015520     02  WS-EOG-SW                    PIC X(01) VALUE 'N'.
015540         88  END-OF-GARNISH               VALUE 'Y'.
015560     02  WS-AGCY-INUSE-SW             PIC X(01) VALUE 'N'.
015580         88  AGENCY-IN-USE                VALUE 'Y'.
015582     02  WS-EOL-SW                    PIC X(01) VALUE 'N'.
015584         88  END-OF-LABOR-DIST            VALUE 'Y'.
015586     02  WS-SPLIT-GAP-SW              PIC X(01) VALUE 'N'.
015588         88  SPLIT-GAP-FOUND              VALUE 'Y'.
015590     02  WS-SPLIT-DUP-SW              PIC X(01) VALUE 'N'.
015592         88  SPLIT-DUP-FOUND              VALUE 'Y'.
015600 01  WS-COUNTERS.
015700     02  WS-TRAN-COUNT                PIC 9(07) COMP VALUE ZERO.
015800     02  WS-APPLIED-COUNT             PIC 9(07) COMP VALUE ZERO.
015900     02  WS-REJECT-COUNT              PIC 9(07) COMP VALUE ZERO.
016000 01  WS-REJECT-REASON                 PIC X(30) VALUE SPACES.
016020*    AGENCY RECORD AS FOUND AND AS CHANGED, SO A CHANGE CAN BE
016040*    EDITED AFTER THE MERGE AND STILL PRINT A TRUE BEFORE IMAGE.
016060 01  WS-AGCY-BEFORE                   PIC X(150) VALUE SPACES.
016080 01  WS-AGCY-AFTER                    PIC X(150) VALUE SPACES.
016084*    THE SAME FOR A LEAVE RECORD (ANNUAL CAP EDITED AFTER THE
016088*    MERGE).
016092 01  WS-LEAVE-BEFORE                  PIC X(150) VALUE SPACES.
016096 01  WS-LEAVE-AFTER                   PIC X(150) VALUE SPACES.
016100 01  WS-STATE-SUB                     PIC 9(04) COMP VALUE ZERO.
016200*    CEILING FOR THE WITHHOLDING / RETIREMENT PERCENTAGE
016300*    RANGE EDIT - ANYTHING HIGHER IS A KEYING ERROR.
016400 01  WS-MAX-REASONABLE-PCT            PIC 9(2)V99 VALUE 50.00.
016420*    CEILING FOR A LEAVE ACCRUAL RATE, IN HOURS PER PERIOD -
016440*    TWO FULL DAYS A PERIOD IS ALREADY FAR BEYOND ANY PLAN.
016460 01  WS-MAX-ACCRUAL-HOURS             PIC 9(2)V99 VALUE 16.00.
016465*    LABOR SPLIT EDIT: SPLIT SUBSCRIPTS, SPLITS KEYED, AND THE
016470*    RUNNING PERCENTAGE (MUST END AT EXACTLY 100.00).  THE
016471*    COST CENTER EACH SPLIT WILL ACTUALLY POST TO - THE ONE
016472*    KEYED, OR THE DEPARTMENT'S OWN WHEN LEFT BLANK - IS KEPT
016473*    FOR THE DUPLICATE TEST.
016475 01  WS-SPLIT-SUB                     PIC 9(04) COMP VALUE ZERO.
016480 01  WS-SPLIT-SUB2                    PIC 9(04) COMP VALUE ZERO.
016485 01  WS-SPLIT-COUNT                   PIC 9(04) COMP VALUE ZERO.
016490 01  WS-SPLIT-TOTAL-PCT               PIC 9(4)V99 VALUE ZERO.
016492 01  WS-SPLIT-EFF-CC-TABLE.
016494     02  WS-SPLIT-EFF-CC  OCCURS 4 TIMES
016496                                      PIC X(04).
016500 01  WS-RUN-DATE-YYYYMMDD             PIC 9(08).
016600 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-YYYYMMDD.
016700     02  WS-RD-YYYY-IN                PIC 9(04).
019800     02  AH1-RUN-DATE                 PIC X(10).
019900     02  FILLER                       PIC X(10) VALUE SPACES.
020000     02  FILLER                       PIC X(30) VALUE
020100                              'REFERENCE MASTER MAINTENANCE'.
020200     02  FILLER                       PIC X(07) VALUE SPACES.
020300     02  FILLER                       PIC X(05) VALUE 'PAGE:'.
020400     02  AH1-PAGE-NO                  PIC ZZZ9.
025100     02  FILLER                       PIC X(04) VALUE ' CC='.
025200     02  ADP-COST-CENTER              PIC X(04).
025300     02  FILLER                       PIC X(24) VALUE SPACES.
025305 01  AUD-AGCY-DETAIL.
025310     02  ADG-AGENCY-NAME              PIC X(23).
025315     02  FILLER                       PIC X(03) VALUE ' R='.
025320     02  ADG-REMIT-SW                 PIC X(01).
025325     02  FILLER                       PIC X(04) VALUE ' RT='.
025330     02  ADG-BANK-ROUTING             PIC 9(09).
025335     02  FILLER                       PIC X(04) VALUE ' AC='.
025340     02  ADG-BANK-ACCOUNT             PIC X(17).
025345     02  FILLER                       PIC X(11) VALUE SPACES.
025350 01  AUD-AGCY-ADDR-DETAIL.
025355     02  ADA-ADDRESS                  PIC X(30).
025360     02  FILLER                       PIC X(01) VALUE SPACE.
025361     02  ADA-CITY                     PIC X(20).
025362     02  FILLER                       PIC X(01) VALUE SPACE.
025363     02  ADA-STATE                    PIC X(02).
025364     02  FILLER                       PIC X(01) VALUE SPACE.
025365     02  ADA-ZIP                      PIC X(09).
025366     02  FILLER                       PIC X(08) VALUE SPACES.
025367*    LEAVE PLAN IMAGE: RATE/ANNUAL CAP/CARRYOVER LIMIT AND
025368*    BALANCE, VACATION THEN SICK.
025369 01  AUD-LEAVE-DETAIL.
025370     02  FILLER                       PIC X(02) VALUE 'V='.
025371     02  ADL-VAC-RATE                 PIC Z9.99.
025372     02  FILLER                       PIC X(01) VALUE '/'.
025373     02  ADL-VAC-CAP                  PIC ZZ9.99.
025374     02  FILLER                       PIC X(01) VALUE '/'.
025375     02  ADL-VAC-CARRY                PIC ZZ9.99.
025376     02  FILLER                       PIC X(03) VALUE ' B='.
025377     02  ADL-VAC-BALANCE              PIC ZZZ9.99-.
025378     02  FILLER                       PIC X(03) VALUE ' S='.
025379     02  ADL-SICK-RATE                PIC Z9.99.
025380     02  FILLER                       PIC X(01) VALUE '/'.
025381     02  ADL-SICK-CAP                 PIC ZZ9.99.
025382     02  FILLER                       PIC X(01) VALUE '/'.
025383     02  ADL-SICK-CARRY               PIC ZZ9.99.
025384     02  FILLER                       PIC X(03) VALUE ' B='.
025385     02  ADL-SICK-BALANCE             PIC ZZZ9.99-.
025386     02  FILLER                       PIC X(07) VALUE SPACES.
025387*    LABOR SPLIT IMAGE: DEPT/COST CENTER AND PERCENT FOR EACH
025388*    SPLIT IN USE, BUILT ONE SPLIT AT A TIME IN AUD-ONE-SPLIT.
025389 01  AUD-SPLIT-DETAIL.
025390     02  ADS-SPLIT  OCCURS 4 TIMES
025391                                      PIC X(17).
025392     02  FILLER                       PIC X(04) VALUE SPACES.
025393 01  AUD-ONE-SPLIT.
025394     02  ADS-DEPT                     PIC X(04).
025395     02  FILLER                       PIC X(01) VALUE '/'.
025396     02  ADS-COST-CENTER              PIC X(04).
025397     02  FILLER                       PIC X(01) VALUE SPACE.
025398     02  ADS-PERCENT                  PIC ZZ9.99.
025399     02  FILLER                       PIC X(01) VALUE SPACE.
025400 01  AUD-SUMMARY-LINE.
025500     02  FILLER                       PIC X(01) VALUE SPACE.
025600     02  AS-LABEL                     PIC X(26).
030600         MOVE 16 TO RETURN-CODE
030700         STOP RUN
030800     END-IF
030806     OPEN I-O GARNISH-AGENCY
030812     IF WS-GARNAGY-STATUS NOT = '00'
030818         DISPLAY 'EXAMP-MNT2 - OPEN FAILED, GARNAGY STATUS='
030824             WS-GARNAGY-STATUS
030830         MOVE 16 TO RETURN-CODE
030836         STOP RUN
030842     END-IF
030848     OPEN INPUT GARNISH-MASTER
030854     IF WS-GARNMST-STATUS NOT = '00'
030860         DISPLAY 'EXAMP-MNT2 - OPEN FAILED, GARNMST STATUS='
030866             WS-GARNMST-STATUS
030872         MOVE 16 TO RETURN-CODE
030878         STOP RUN
030884     END-IF
030886     OPEN I-O LEAVE-MASTER
030887     IF WS-LEAVEF-STATUS NOT = '00'
030888         DISPLAY 'EXAMP-MNT2 - OPEN FAILED, LEAVEF STATUS='
030889             WS-LEAVEF-STATUS
030890         MOVE 16 TO RETURN-CODE
030891         STOP RUN
030892     END-IF
030893     OPEN I-O LABOR-DIST
030894     IF WS-LABDIST-STATUS NOT = '00'
030895         DISPLAY 'EXAMP-MNT2 - OPEN FAILED, LABDIST STATUS='
030896             WS-LABDIST-STATUS
030897         MOVE 16 TO RETURN-CODE
030898         STOP RUN
030899     END-IF
030900     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
031000     MOVE WS-RD-MM-IN TO WS-RD-MM
031100     MOVE WS-RD-DD-IN TO WS-RD-DD
033600         IF MT-FILE-DEDUCT
033700             PERFORM 3000-APPLY-DED-TRAN THRU 3000-EXIT
033800         ELSE
033900             IF MT-FILE-DEPT
033920                 PERFORM 4000-APPLY-DEPT-TRAN THRU 4000-EXIT
033940             ELSE
033960                 IF MT-FILE-AGENCY
033964                     PERFORM 4500-APPLY-AGCY-TRAN THRU 4500-EXIT
033968                 ELSE
033972                     IF MT-FILE-LEAVE
033973                         PERFORM 4900-APPLY-LEAVE-TRAN
033974                             THRU 4900-EXIT
033975                     ELSE
033976                         PERFORM 4960-APPLY-SPLIT-TRAN
033977                             THRU 4960-EXIT
033978                     END-IF
033979                 END-IF
033980             END-IF
034000         END-IF
034100     END-IF
034200     IF TRAN-IS-INVALID
034800 2100-EDIT-TRAN.
034900     IF NOT MT-FILE-DEDUCT
035000         AND NOT MT-FILE-DEPT
035050         AND NOT MT-FILE-AGENCY
035070         AND NOT MT-FILE-LEAVE
035080         AND NOT MT-FILE-SPLIT
035100         SET TRAN-IS-INVALID TO TRUE
035200         MOVE 'FILE CODE NOT D, P, G, L, OR S'
035250             TO WS-REJECT-REASON
035300         GO TO 2100-EXIT
035400     END-IF
035500     IF NOT MT-FUNC-ADD
036200     IF MT-FILE-DEDUCT
036300         PERFORM 2110-EDIT-DED-FIELDS THRU 2110-EXIT
036400     ELSE
036500         IF MT-FILE-DEPT
036520             PERFORM 2130-EDIT-DEPT-FIELDS THRU 2130-EXIT
036540         ELSE
036560             IF MT-FILE-AGENCY
036564                 PERFORM 2140-EDIT-AGCY-FIELDS THRU 2140-EXIT
036568             ELSE
036572                 IF MT-FILE-LEAVE
036573                     PERFORM 2150-EDIT-LEAVE-FIELDS THRU 2150-EXIT
036574                 ELSE
036575                     PERFORM 2160-EDIT-SPLIT-FIELDS THRU 2160-EXIT
036576                 END-IF
036578             END-IF
036580         END-IF
036600     END-IF.
036700 2100-EXIT.
036800     EXIT.
048600     END-IF.
048700 2130-EXIT.
048800     EXIT.
048801*----------------------------------------------------------*
048802*    2140-EDIT-AGCY-FIELDS - EDITS FOR A GARNISHMENT AGENCY *
048803*    CARD.  ON A CHANGE, SPACES MEANS LEAVE THE FIELD ALONE *
048804*    (THE EFT BANK FIELDS ARE RE-EDITED AFTER THE MERGE IN  *
048805*    4650).                                                 *
048806*----------------------------------------------------------*
048807 2140-EDIT-AGCY-FIELDS.
048808     IF MT-AGCY-ID = SPACES
048809         SET TRAN-IS-INVALID TO TRUE
048810         MOVE 'AGENCY ID REQUIRED' TO WS-REJECT-REASON
048811         GO TO 2140-EXIT
048812     END-IF
048813     IF NOT MT-AGCY-PART-1
048814         AND NOT MT-AGCY-PART-2
048815         SET TRAN-IS-INVALID TO TRUE
048816         MOVE 'CARD PART NOT 1 OR 2' TO WS-REJECT-REASON
048817         GO TO 2140-EXIT
048818     END-IF
048819     IF MT-FUNC-DELETE
048820         GO TO 2140-EXIT
048821     END-IF
048822     IF MT-AGCY-PART-2
048823         IF MT-FUNC-ADD
048824             AND (MT-AGCY-ADDRESS = SPACES
048825                  OR MT-AGCY-CITY = SPACES)
048826             SET TRAN-IS-INVALID TO TRUE
048827             MOVE 'ADDRESS AND CITY REQUIRED'
048828                 TO WS-REJECT-REASON
048829         END-IF
048830         GO TO 2140-EXIT
048831     END-IF
048832     IF MT-FUNC-ADD
048833         AND MT-AGCY-NAME = SPACES
048834         SET TRAN-IS-INVALID TO TRUE
048835         MOVE 'AGENCY NAME REQUIRED FOR ADD' TO WS-REJECT-REASON
048836         GO TO 2140-EXIT
048837     END-IF
048838     IF MT-FUNC-ADD
048839         AND NOT MT-AGCY-REMIT-VALID
048840         SET TRAN-IS-INVALID TO TRUE
048841         MOVE 'REMIT METHOD NOT C OR E' TO WS-REJECT-REASON
048842         GO TO 2140-EXIT
048843     END-IF
048844     IF MT-FUNC-CHANGE
048845         AND MT-AGCY-REMIT-SW NOT = SPACE
048846         AND NOT MT-AGCY-REMIT-VALID
048847         SET TRAN-IS-INVALID TO TRUE
048848         MOVE 'REMIT METHOD NOT C OR E' TO WS-REJECT-REASON
048849         GO TO 2140-EXIT
048850     END-IF
048851     IF MT-AGCY-ROUTING NOT = SPACES
048852         AND MT-AGCY-ROUTING NOT NUMERIC
048853         SET TRAN-IS-INVALID TO TRUE
048854         MOVE 'ROUTING NUMBER NOT NUMERIC' TO WS-REJECT-REASON
048855         GO TO 2140-EXIT
048856     END-IF
048857     IF MT-FUNC-ADD
048858         AND MT-AGCY-REMIT-EFT
048859         AND (MT-AGCY-ROUTING NOT NUMERIC
048860              OR MT-AGCY-ROUTING-N = ZERO
048861              OR MT-AGCY-ACCOUNT = SPACES)
048862         SET TRAN-IS-INVALID TO TRUE
048863         MOVE 'EFT NEEDS ROUTING AND ACCOUNT'
048864             TO WS-REJECT-REASON
048865     END-IF.
048866 2140-EXIT.
048867     EXIT.
048868*----------------------------------------------------------*
048869*    2150-EDIT-LEAVE-FIELDS - EDITS FOR A LEAVE PLAN CARD.  *
048870*    AN ADD NEEDS EVERY FIELD; ON A CHANGE, SPACES MEANS    *
048871*    LEAVE THE FIELD ALONE (THE ANNUAL CAPS ARE RE-EDITED   *
048872*    AFTER THE MERGE IN 4950).                              *
048873*----------------------------------------------------------*
048874 2150-EDIT-LEAVE-FIELDS.
048875     IF MT-LV-EMPLOYEE-ID NOT NUMERIC
048876         OR MT-LV-EMPLOYEE-ID = ZEROS
048877         SET TRAN-IS-INVALID TO TRUE
048878         MOVE 'EMPLOYEE ID NOT NUMERIC' TO WS-REJECT-REASON
048879         GO TO 2150-EXIT
048880     END-IF
048881     IF MT-FUNC-DELETE
048882         GO TO 2150-EXIT
048883     END-IF
048884     MOVE MT-LV-EMPLOYEE-ID TO EM-EMPLOYEE-ID
048885     READ EMPLOYEE-MASTER
048886         INVALID KEY
048887             IF WS-MASTER-STATUS NOT = '23'
048888                 DISPLAY 'EXAMP-MNT2 - READ FAILED, MASTF '
048889                     'STATUS=' WS-MASTER-STATUS
048890                 MOVE 16 TO RETURN-CODE
048891                 STOP RUN
048892             END-IF
048893             SET TRAN-IS-INVALID TO TRUE
048894             MOVE 'EMPLOYEE NOT ON MASTER' TO WS-REJECT-REASON
048895     END-READ
048896     IF TRAN-IS-INVALID
048897         GO TO 2150-EXIT
048898     END-IF
048899     IF MT-FUNC-ADD
048900         AND (MT-LV-VAC-RATE NOT NUMERIC
048901              OR MT-LV-VAC-CAP NOT NUMERIC
048902              OR MT-LV-VAC-CARRY NOT NUMERIC
048903              OR MT-LV-VAC-BALANCE NOT NUMERIC
048904              OR MT-LV-SICK-RATE NOT NUMERIC
048905              OR MT-LV-SICK-CAP NOT NUMERIC
048906              OR MT-LV-SICK-CARRY NOT NUMERIC
048907              OR MT-LV-SICK-BALANCE NOT NUMERIC)
048908         SET TRAN-IS-INVALID TO TRUE
048909         MOVE 'LEAVE FIELD NOT NUMERIC' TO WS-REJECT-REASON
048910         GO TO 2150-EXIT
048911     END-IF
048912     IF (MT-LV-VAC-RATE NOT = SPACES
048913         AND MT-LV-VAC-RATE NOT NUMERIC)
048914         OR (MT-LV-VAC-CAP NOT = SPACES
048915             AND MT-LV-VAC-CAP NOT NUMERIC)
048916         OR (MT-LV-VAC-CARRY NOT = SPACES
048917             AND MT-LV-VAC-CARRY NOT NUMERIC)
048918         OR (MT-LV-VAC-BALANCE NOT = SPACES
048919             AND MT-LV-VAC-BALANCE NOT NUMERIC)
048920         OR (MT-LV-SICK-RATE NOT = SPACES
048921             AND MT-LV-SICK-RATE NOT NUMERIC)
048922         OR (MT-LV-SICK-CAP NOT = SPACES
048923             AND MT-LV-SICK-CAP NOT NUMERIC)
048924         OR (MT-LV-SICK-CARRY NOT = SPACES
048925             AND MT-LV-SICK-CARRY NOT NUMERIC)
048926         OR (MT-LV-SICK-BALANCE NOT = SPACES
048927             AND MT-LV-SICK-BALANCE NOT NUMERIC)
048928         SET TRAN-IS-INVALID TO TRUE
048929         MOVE 'LEAVE FIELD NOT NUMERIC' TO WS-REJECT-REASON
048930         GO TO 2150-EXIT
048931     END-IF
048932     IF (MT-LV-VAC-RATE NUMERIC
048933         AND MT-LV-VAC-RATE-N > WS-MAX-ACCRUAL-HOURS)
048934         OR (MT-LV-SICK-RATE NUMERIC
048935             AND MT-LV-SICK-RATE-N > WS-MAX-ACCRUAL-HOURS)
048936         SET TRAN-IS-INVALID TO TRUE
048937         MOVE 'ACCRUAL RATE OVER 16 HOURS' TO WS-REJECT-REASON
048938     END-IF.
048939 2150-EXIT.
048940     EXIT.
048941*----------------------------------------------------------*
048942*    2160-EDIT-SPLIT-FIELDS - EDITS FOR A LABOR SPLIT      *
048943*    CARD.  AN ADD OR CHANGE CARRIES THE WHOLE             *
048944*    DISTRIBUTION, SO THE SPLITS ARE EDITED AS A SET: EACH *
048945*    ONE IN TURN (2165), THEN THE PERCENTAGES MUST TOTAL   *
048946*    EXACTLY 100.00.                                       *
048947*----------------------------------------------------------*
048948 2160-EDIT-SPLIT-FIELDS.
048949     IF MT-SP-EMPLOYEE-ID NOT NUMERIC
048950         OR MT-SP-EMPLOYEE-ID = ZEROS
048951         SET TRAN-IS-INVALID TO TRUE
048952         MOVE 'EMPLOYEE ID NOT NUMERIC' TO WS-REJECT-REASON
048953         GO TO 2160-EXIT
048954     END-IF
048955     IF MT-FUNC-DELETE
048956         GO TO 2160-EXIT
048957     END-IF
048958     MOVE MT-SP-EMPLOYEE-ID TO EM-EMPLOYEE-ID
048959     READ EMPLOYEE-MASTER
048960         INVALID KEY
048961             IF WS-MASTER-STATUS NOT = '23'
048962                 DISPLAY 'EXAMP-MNT2 - READ FAILED, MASTF '
048963                     'STATUS=' WS-MASTER-STATUS
048964                 MOVE 16 TO RETURN-CODE
048965                 STOP RUN
048966             END-IF
048967             SET TRAN-IS-INVALID TO TRUE
048968             MOVE 'EMPLOYEE NOT ON MASTER' TO WS-REJECT-REASON
048969     END-READ
048970     IF TRAN-IS-INVALID
048971         GO TO 2160-EXIT
048972     END-IF
048973     MOVE ZERO TO WS-SPLIT-COUNT
048974     MOVE ZERO TO WS-SPLIT-TOTAL-PCT
048975     MOVE 'N' TO WS-SPLIT-GAP-SW
048976     MOVE 1 TO WS-SPLIT-SUB
048977     PERFORM 2165-EDIT-ONE-SPLIT THRU 2165-EXIT
048978         UNTIL WS-SPLIT-SUB > 4
048979             OR TRAN-IS-INVALID
048980     IF TRAN-IS-INVALID
048981         GO TO 2160-EXIT
048982     END-IF
048983     IF WS-SPLIT-COUNT = ZERO
048984         SET TRAN-IS-INVALID TO TRUE
048985         MOVE 'NO LABOR SPLITS KEYED' TO WS-REJECT-REASON
048986         GO TO 2160-EXIT
048987     END-IF
048988     IF WS-SPLIT-TOTAL-PCT NOT = 100
048989         SET TRAN-IS-INVALID TO TRUE
048990         MOVE 'SPLIT PERCENTS NOT 100.00' TO WS-REJECT-REASON
048991     END-IF.
048992 2160-EXIT.
048993     EXIT.
048994*    A BLANK DEPARTMENT ENDS THE SPLITS; ANYTHING KEYED IN OR
048995*    AFTER IT IS A KEYING ERROR.
048996 2165-EDIT-ONE-SPLIT.
048997     IF MT-SP-DEPT (WS-SPLIT-SUB) = SPACES
048998         IF MT-SP-COST-CENTER (WS-SPLIT-SUB) NOT = SPACES
048999             OR MT-SP-PERCENT (WS-SPLIT-SUB) NOT = SPACES
049000             SET TRAN-IS-INVALID TO TRUE
049001             MOVE 'SPLIT HAS NO DEPARTMENT' TO WS-REJECT-REASON
049002         END-IF
049003         SET SPLIT-GAP-FOUND TO TRUE
049004         GO TO 2165-NEXT
049005     END-IF
049006     IF SPLIT-GAP-FOUND
049007         SET TRAN-IS-INVALID TO TRUE
049008         MOVE 'SPLITS NOT KEYED IN ORDER' TO WS-REJECT-REASON
049009         GO TO 2165-EXIT
049010     END-IF
049011     IF MT-SP-PERCENT (WS-SPLIT-SUB) NOT NUMERIC
049012         SET TRAN-IS-INVALID TO TRUE
049013         MOVE 'SPLIT PERCENT NOT NUMERIC' TO WS-REJECT-REASON
049014         GO TO 2165-EXIT
049015     END-IF
049016     IF MT-SP-PERCENT-N (WS-SPLIT-SUB) = ZERO
049017         SET TRAN-IS-INVALID TO TRUE
049018         MOVE 'SPLIT PERCENT IS ZERO' TO WS-REJECT-REASON
049019         GO TO 2165-EXIT
049020     END-IF
049021     MOVE MT-SP-DEPT (WS-SPLIT-SUB) TO DT-DEPT-CODE
049022     READ DEPT-MASTER
049023         INVALID KEY
049024             IF WS-DEPTF-STATUS NOT = '23'
049025                 DISPLAY 'EXAMP-MNT2 - READ FAILED, DEPTF '
049026                     'STATUS=' WS-DEPTF-STATUS
049027                 MOVE 16 TO RETURN-CODE
049028                 STOP RUN
049029             END-IF
049030             SET TRAN-IS-INVALID TO TRUE
049031             MOVE 'SPLIT DEPT NOT ON FILE' TO WS-REJECT-REASON
049032     END-READ
049033     IF TRAN-IS-INVALID
049034         GO TO 2165-EXIT
049035     END-IF
049036     IF MT-SP-COST-CENTER (WS-SPLIT-SUB) = SPACES
049037         MOVE DT-COST-CENTER TO WS-SPLIT-EFF-CC (WS-SPLIT-SUB)
049038     ELSE
049039         MOVE MT-SP-COST-CENTER (WS-SPLIT-SUB)
049040             TO WS-SPLIT-EFF-CC (WS-SPLIT-SUB)
049041     END-IF
049042     MOVE 'N' TO WS-SPLIT-DUP-SW
049043     MOVE 1 TO WS-SPLIT-SUB2
049044     PERFORM 2170-CHECK-DUP-SPLIT THRU 2170-EXIT
049045         UNTIL WS-SPLIT-SUB2 NOT < WS-SPLIT-SUB
049046             OR SPLIT-DUP-FOUND
049047     IF SPLIT-DUP-FOUND
049048         SET TRAN-IS-INVALID TO TRUE
049049         MOVE 'DEPT/COST CENTER KEYED TWICE' TO WS-REJECT-REASON
049050         GO TO 2165-EXIT
049051     END-IF
049052     ADD 1 TO WS-SPLIT-COUNT
049053     ADD MT-SP-PERCENT-N (WS-SPLIT-SUB) TO WS-SPLIT-TOTAL-PCT.
049054 2165-NEXT.
049055     ADD 1 TO WS-SPLIT-SUB.
049056 2165-EXIT.
049057     EXIT.
049058 2170-CHECK-DUP-SPLIT.
049059     IF MT-SP-DEPT (WS-SPLIT-SUB2) = MT-SP-DEPT (WS-SPLIT-SUB)
049060         AND WS-SPLIT-EFF-CC (WS-SPLIT-SUB2)
049061             = WS-SPLIT-EFF-CC (WS-SPLIT-SUB)
049062         SET SPLIT-DUP-FOUND TO TRUE
049063     END-IF
049064     ADD 1 TO WS-SPLIT-SUB2.
049065 2170-EXIT.
049066     EXIT.
049067*----------------------------------------------------------*
049068*    3000-APPLY-DED-TRAN - READ DEDUCT-MASTER FOR THE KEYED *
049100*    EMPLOYEE AND HAND OFF TO THE FUNCTION'S PARAGRAPH.     *
049200*----------------------------------------------------------*
049300 3000-APPLY-DED-TRAN.
067400     EXIT.
067500*----------------------------------------------------------*
067600*    4300-DEPT-DELETE - REFUSED WHILE ANY ACTIVE EMPLOYEE   *
067700*    ON EMPLOYEE-MASTER STILL CARRIES THE DEPARTMENT, OR   *
067750*    ANY LABOR SPLIT ON LABOR-DIST NAMES IT.               *
067800*----------------------------------------------------------*
067900 4300-DEPT-DELETE.
068000     IF RECORD-NOT-ON-FILE
068800         MOVE 'ACTIVE EMPLOYEES IN DEPT' TO WS-REJECT-REASON
068900         GO TO 4300-EXIT
069000     END-IF
069010     PERFORM 4330-CHECK-DEPT-ON-SPLITS THRU 4330-EXIT
069020     IF DEPT-IN-USE
069030         SET TRAN-IS-INVALID TO TRUE
069040         MOVE 'DEPT NAMED ON A LABOR SPLIT' TO WS-REJECT-REASON
069050         GO TO 4300-EXIT
069060     END-IF
069100     PERFORM 5010-WRITE-DEPT-BEFORE THRU 5010-EXIT
069200     DELETE DEPT-MASTER RECORD
069300     IF WS-DEPTF-STATUS NOT = '00'
073800     END-IF.
073900 4320-EXIT.
074000     EXIT.
074002*----------------------------------------------------------*
074004*    4330-CHECK-DEPT-ON-SPLITS - BROWSE LABOR-DIST FOR A   *
074006*    SPLIT STILL CHARGING THE DEPARTMENT.  UNUSED SPLITS   *
074008*    ARE SPACES, SO ALL FOUR CAN BE TESTED.                *
074010*----------------------------------------------------------*
074012 4330-CHECK-DEPT-ON-SPLITS.
074014     MOVE 'N' TO WS-INUSE-SW
074016     MOVE 'N' TO WS-EOL-SW
074018     MOVE LOW-VALUES TO LD-EMPLOYEE-ID
074020     START LABOR-DIST
074022         KEY IS NOT LESS THAN LD-EMPLOYEE-ID
074024         INVALID KEY
074026             SET END-OF-LABOR-DIST TO TRUE
074028     END-START
074030     PERFORM 4340-SCAN-ONE-SPLIT THRU 4340-EXIT
074032         UNTIL DEPT-IN-USE
074034             OR END-OF-LABOR-DIST.
074036 4330-EXIT.
074038     EXIT.
074040 4340-SCAN-ONE-SPLIT.
074042     READ LABOR-DIST NEXT RECORD
074044         AT END
074046             SET END-OF-LABOR-DIST TO TRUE
074048             GO TO 4340-EXIT
074050     END-READ
074052     IF LD-DEPT (1) = MT-DEPT-CODE
074054         OR LD-DEPT (2) = MT-DEPT-CODE
074056         OR LD-DEPT (3) = MT-DEPT-CODE
074058         OR LD-DEPT (4) = MT-DEPT-CODE
074060         SET DEPT-IN-USE TO TRUE
074062     END-IF.
074064 4340-EXIT.
074066     EXIT.
074100 4400-BUILD-DEPT-RECORD.
074200     MOVE SPACES TO DEPT-MASTER-RECORD
074300     MOVE MT-DEPT-CODE TO DT-DEPT-CODE
074600     MOVE MT-DEPT-COST-CENTER TO DT-COST-CENTER.
074700 4400-EXIT.
074800     EXIT.
074801*----------------------------------------------------------*
074802*    4500-APPLY-AGCY-TRAN - READ GARNISH-AGENCY FOR THE     *
074803*    KEYED AGENCY AND HAND OFF TO THE FUNCTION'S PARAGRAPH. *
074804*----------------------------------------------------------*
074805 4500-APPLY-AGCY-TRAN.
074806     SET RECORD-NOT-ON-FILE TO TRUE
074807     MOVE MT-AGCY-ID TO GA-AGENCY-ID
074808     READ GARNISH-AGENCY
074809         INVALID KEY
074810             IF WS-GARNAGY-STATUS NOT = '23'
074811                 DISPLAY 'EXAMP-MNT2 - READ FAILED, GARNAGY '
074812                     'STATUS=' WS-GARNAGY-STATUS
074813                 MOVE 16 TO RETURN-CODE
074814                 STOP RUN
074815             END-IF
074816         NOT INVALID KEY
074817             SET RECORD-ON-FILE TO TRUE
074818     END-READ
074819     IF MT-FUNC-DELETE
074820         PERFORM 4800-AGCY-DELETE THRU 4800-EXIT
074821         GO TO 4500-EXIT
074822     END-IF
074823     IF MT-AGCY-PART-2
074824         PERFORM 4700-AGCY-ADDRESS THRU 4700-EXIT
074825         GO TO 4500-EXIT
074826     END-IF
074827     IF MT-FUNC-ADD
074828         PERFORM 4600-AGCY-ADD THRU 4600-EXIT
074829     END-IF
074830     IF MT-FUNC-CHANGE
074831         PERFORM 4650-AGCY-CHANGE THRU 4650-EXIT
074832     END-IF.
074833 4500-EXIT.
074834     EXIT.
074835 4600-AGCY-ADD.
074836     IF RECORD-ON-FILE
074837         SET TRAN-IS-INVALID TO TRUE
074838         MOVE 'AGENCY ALREADY ON FILE' TO WS-REJECT-REASON
074839         GO TO 4600-EXIT
074840     END-IF
074841     MOVE SPACES TO GARNISH-AGENCY-RECORD
074842     MOVE MT-AGCY-ID TO GA-AGENCY-ID
074843     MOVE MT-AGCY-NAME TO GA-AGENCY-NAME
074844     MOVE MT-AGCY-REMIT-SW TO GA-REMIT-SW
074845     MOVE ZERO TO GA-BANK-ROUTING
074846     IF MT-AGCY-ROUTING NUMERIC
074847         MOVE MT-AGCY-ROUTING-N TO GA-BANK-ROUTING
074848     END-IF
074849     MOVE MT-AGCY-ACCOUNT TO GA-BANK-ACCOUNT
074850     WRITE GARNISH-AGENCY-RECORD
074851     IF WS-GARNAGY-STATUS NOT = '00'
074852         DISPLAY 'EXAMP-MNT2 - WRITE FAILED, GARNAGY STATUS='
074853             WS-GARNAGY-STATUS
074854         MOVE 16 TO RETURN-CODE
074855         STOP RUN
074856     END-IF
074857     MOVE 'ADDED' TO AD-MESSAGE
074858     PERFORM 5120-WRITE-AGCY-AFTER THRU 5120-EXIT
074859     ADD 1 TO WS-APPLIED-COUNT.
074860 4600-EXIT.
074861     EXIT.
074862*----------------------------------------------------------*
074863*    4650-AGCY-CHANGE - MERGE THE KEYED FIELDS, THEN MAKE   *
074864*    SURE AN EFT AGENCY STILL HAS BANK FIELDS TO PAY TO.    *
074865*----------------------------------------------------------*
074866 4650-AGCY-CHANGE.
074867     IF RECORD-NOT-ON-FILE
074868         SET TRAN-IS-INVALID TO TRUE
074869         MOVE 'AGENCY NOT ON FILE' TO WS-REJECT-REASON
074870         GO TO 4650-EXIT
074871     END-IF
074872     MOVE GARNISH-AGENCY-RECORD TO WS-AGCY-BEFORE
074873     IF MT-AGCY-NAME NOT = SPACES
074874         MOVE MT-AGCY-NAME TO GA-AGENCY-NAME
074875     END-IF
074876     IF MT-AGCY-REMIT-SW NOT = SPACE
074877         MOVE MT-AGCY-REMIT-SW TO GA-REMIT-SW
074878     END-IF
074879     IF MT-AGCY-ROUTING NOT = SPACES
074880         MOVE MT-AGCY-ROUTING-N TO GA-BANK-ROUTING
074881     END-IF
074882     IF MT-AGCY-ACCOUNT NOT = SPACES
074883         MOVE MT-AGCY-ACCOUNT TO GA-BANK-ACCOUNT
074884     END-IF
074885     IF GA-REMIT-EFT
074886         AND (GA-BANK-ROUTING = ZERO
074887              OR GA-BANK-ACCOUNT = SPACES)
074888         SET TRAN-IS-INVALID TO TRUE
074889         MOVE 'EFT NEEDS ROUTING AND ACCOUNT'
074890             TO WS-REJECT-REASON
074891         GO TO 4650-EXIT
074892     END-IF
074893     MOVE GARNISH-AGENCY-RECORD TO WS-AGCY-AFTER
074894     MOVE WS-AGCY-BEFORE TO GARNISH-AGENCY-RECORD
074895     PERFORM 5020-WRITE-AGCY-BEFORE THRU 5020-EXIT
074896     MOVE WS-AGCY-AFTER TO GARNISH-AGENCY-RECORD
074897     REWRITE GARNISH-AGENCY-RECORD
074898     IF WS-GARNAGY-STATUS NOT = '00'
074899         DISPLAY 'EXAMP-MNT2 - REWRITE FAILED, GARNAGY STATUS='
074900             WS-GARNAGY-STATUS
074901         MOVE 16 TO RETURN-CODE
074902         STOP RUN
074903     END-IF
074904     MOVE 'CHANGED' TO AD-MESSAGE
074905     PERFORM 5120-WRITE-AGCY-AFTER THRU 5120-EXIT
074906     ADD 1 TO WS-APPLIED-COUNT.
074907 4650-EXIT.
074908     EXIT.
074909*----------------------------------------------------------*
074910*    4700-AGCY-ADDRESS - PART 2 CARD.  AN ADD SETS THE      *
074911*    WHOLE ADDRESS; A CHANGE ONLY THE FIELDS KEYED.         *
074912*----------------------------------------------------------*
074913 4700-AGCY-ADDRESS.
074914     IF RECORD-NOT-ON-FILE
074915         SET TRAN-IS-INVALID TO TRUE
074916         MOVE 'AGENCY NOT ON FILE' TO WS-REJECT-REASON
074917         GO TO 4700-EXIT
074918     END-IF
074919     PERFORM 5020-WRITE-AGCY-BEFORE THRU 5020-EXIT
074920     IF MT-FUNC-ADD
074921         MOVE MT-AGCY-ADDRESS TO GA-ADDRESS
074922         MOVE MT-AGCY-CITY TO GA-CITY
074923         MOVE MT-AGCY-STATE TO GA-STATE
074924         MOVE MT-AGCY-ZIP TO GA-ZIP
074925     ELSE
074926         IF MT-AGCY-ADDRESS NOT = SPACES
074927             MOVE MT-AGCY-ADDRESS TO GA-ADDRESS
074928         END-IF
074929         IF MT-AGCY-CITY NOT = SPACES
074930             MOVE MT-AGCY-CITY TO GA-CITY
074931         END-IF
074932         IF MT-AGCY-STATE NOT = SPACES
074933             MOVE MT-AGCY-STATE TO GA-STATE
074934         END-IF
074935         IF MT-AGCY-ZIP NOT = SPACES
074936             MOVE MT-AGCY-ZIP TO GA-ZIP
074937         END-IF
074938     END-IF
074939     REWRITE GARNISH-AGENCY-RECORD
074940     IF WS-GARNAGY-STATUS NOT = '00'
074941         DISPLAY 'EXAMP-MNT2 - REWRITE FAILED, GARNAGY STATUS='
074942             WS-GARNAGY-STATUS
074943         MOVE 16 TO RETURN-CODE
074944         STOP RUN
074945     END-IF
074946     MOVE 'ADDRESS SET' TO AD-MESSAGE
074947     PERFORM 5120-WRITE-AGCY-AFTER THRU 5120-EXIT
074948     ADD 1 TO WS-APPLIED-COUNT.
074949 4700-EXIT.
074950     EXIT.
074951*----------------------------------------------------------*
074952*    4800-AGCY-DELETE - REFUSED WHILE ANY ORDER ON          *
074953*    GARNISH-MASTER STILL OWES A BALANCE TO THE AGENCY.     *
074954*----------------------------------------------------------*
074955 4800-AGCY-DELETE.
074956     IF RECORD-NOT-ON-FILE
074957         SET TRAN-IS-INVALID TO TRUE
074958         MOVE 'AGENCY NOT ON FILE' TO WS-REJECT-REASON
074959         GO TO 4800-EXIT
074960     END-IF
074961     PERFORM 4810-CHECK-AGCY-IN-USE THRU 4810-EXIT
074962     IF AGENCY-IN-USE
074963         SET TRAN-IS-INVALID TO TRUE
074964         MOVE 'OPEN ORDERS FOR AGENCY' TO WS-REJECT-REASON
074965         GO TO 4800-EXIT
074966     END-IF
074967     PERFORM 5020-WRITE-AGCY-BEFORE THRU 5020-EXIT
074968     DELETE GARNISH-AGENCY RECORD
074969     IF WS-GARNAGY-STATUS NOT = '00'
074970         DISPLAY 'EXAMP-MNT2 - DELETE FAILED, GARNAGY STATUS='
074971             WS-GARNAGY-STATUS
074972         MOVE 16 TO RETURN-CODE
074973         STOP RUN
074974     END-IF
074975     MOVE SPACES TO AUD-DETAIL-LINE
074976     MOVE 'AFTER:' TO AD-TAG
074977     MOVE MT-FILE-CODE TO AD-FILE
074978     MOVE MT-FUNCTION TO AD-FUNCTION
074979     MOVE MT-AGCY-ID TO AD-KEY
074980     MOVE 'DELETED' TO AD-MESSAGE
074981     PERFORM 5300-WRITE-AUDIT-LINE THRU 5300-EXIT
074982     ADD 1 TO WS-APPLIED-COUNT.
074983 4800-EXIT.
074984     EXIT.
074985*----------------------------------------------------------*
074986*    4810-CHECK-AGCY-IN-USE - BROWSE THE WHOLE GARNISHMENT  *
074987*    FILE FOR AN ORDER ON THE AGENCY NOT YET PAID OFF, THE  *
074988*    SAME WAY 4310 BROWSES THE EMPLOYEE MASTER.             *
074989*----------------------------------------------------------*
074990 4810-CHECK-AGCY-IN-USE.
074991     MOVE 'N' TO WS-AGCY-INUSE-SW
074992     MOVE 'N' TO WS-EOG-SW
074993     MOVE LOW-VALUES TO GM-GARNISH-KEY
074994     START GARNISH-MASTER
074995         KEY IS NOT LESS THAN GM-GARNISH-KEY
074996         INVALID KEY
074997             SET END-OF-GARNISH TO TRUE
074998     END-START
074999     PERFORM 4820-SCAN-ONE-ORDER THRU 4820-EXIT
075000         UNTIL AGENCY-IN-USE
075001             OR END-OF-GARNISH.
075002 4810-EXIT.
075003     EXIT.
075004 4820-SCAN-ONE-ORDER.
075005     READ GARNISH-MASTER NEXT RECORD
075006         AT END
075007             SET END-OF-GARNISH TO TRUE
075008             GO TO 4820-EXIT
075009     END-READ
075010     IF GM-AGENCY-ID = MT-AGCY-ID
075011         AND GM-TOTAL-TAKEN < GM-TOTAL-OWED
075012         SET AGENCY-IN-USE TO TRUE
075013     END-IF.
075014 4820-EXIT.
075015     EXIT.
075016*----------------------------------------------------------*
075017*    4900-APPLY-LEAVE-TRAN - READ LEAVE-MASTER FOR THE      *
075018*    KEYED EMPLOYEE AND HAND OFF TO THE FUNCTION'S          *
075019*    PARAGRAPH.                                             *
075020*----------------------------------------------------------*
075021 4900-APPLY-LEAVE-TRAN.
075022     SET RECORD-NOT-ON-FILE TO TRUE
075023     MOVE MT-LV-EMPLOYEE-ID TO LV-EMPLOYEE-ID
075024     READ LEAVE-MASTER
075025         INVALID KEY
075026             IF WS-LEAVEF-STATUS NOT = '23'
075027                 DISPLAY 'EXAMP-MNT2 - READ FAILED, LEAVEF '
075028                     'STATUS=' WS-LEAVEF-STATUS
075029                 MOVE 16 TO RETURN-CODE
075030                 STOP RUN
075031             END-IF
075032         NOT INVALID KEY
075033             SET RECORD-ON-FILE TO TRUE
075034     END-READ
075035     IF MT-FUNC-ADD
075036         PERFORM 4910-LEAVE-ADD THRU 4910-EXIT
075037     END-IF
075038     IF MT-FUNC-CHANGE
075039         PERFORM 4920-LEAVE-CHANGE THRU 4920-EXIT
075040     END-IF
075041     IF MT-FUNC-DELETE
075042         PERFORM 4930-LEAVE-DELETE THRU 4930-EXIT
075043     END-IF.
075044 4900-EXIT.
075045     EXIT.
075046*----------------------------------------------------------*
075047*    4910-LEAVE-ADD - A NEW RECORD STARTS IN THE RUN YEAR   *
075048*    WITH NOTHING ACCRUED OR TAKEN YET, SO THE FIRST PGM3   *
075049*    RUN NEITHER ROLLS THE YEAR NOR SKIPS AN ACCRUAL.  THE  *
075050*    PAY RATE IS FILLED IN BY THE NEXT REGULAR RUN.         *
075051*----------------------------------------------------------*
075052 4910-LEAVE-ADD.
075053     IF RECORD-ON-FILE
075054         SET TRAN-IS-INVALID TO TRUE
075055         MOVE 'LEAVE REC ALREADY ON FILE' TO WS-REJECT-REASON
075056         GO TO 4910-EXIT
075057     END-IF
075058     MOVE SPACES TO LEAVE-MASTER-RECORD
075059     MOVE MT-LV-EMPLOYEE-ID TO LV-EMPLOYEE-ID
075060     MOVE ZERO TO LV-VAC-YTD-ACCRUED
075061     MOVE ZERO TO LV-VAC-YTD-TAKEN
075062     MOVE ZERO TO LV-SICK-YTD-ACCRUED
075063     MOVE ZERO TO LV-SICK-YTD-TAKEN
075064     MOVE WS-RD-YYYY-IN TO LV-ACCRUAL-YEAR
075065     MOVE ZERO TO LV-LAST-ACCRUAL-DATE
075066     MOVE ZERO TO LV-LAST-TAKEN-DATE
075067     MOVE ZERO TO LV-PAY-RATE
075068     MOVE ZERO TO LV-PAYOUT-DATE
075069     MOVE ZERO TO LV-PAYOUT-HOURS
075070     PERFORM 4940-MERGE-LEAVE-FIELDS THRU 4940-EXIT
075071     PERFORM 4950-CHECK-LEAVE-PLAN THRU 4950-EXIT
075072     IF TRAN-IS-INVALID
075073         GO TO 4910-EXIT
075074     END-IF
075075     WRITE LEAVE-MASTER-RECORD
075076     IF WS-LEAVEF-STATUS NOT = '00'
075077         DISPLAY 'EXAMP-MNT2 - WRITE FAILED, LEAVEF STATUS='
075078             WS-LEAVEF-STATUS
075079         MOVE 16 TO RETURN-CODE
075080         STOP RUN
075081     END-IF
075082     MOVE 'ADDED' TO AD-MESSAGE
075083     PERFORM 5130-WRITE-LEAVE-AFTER THRU 5130-EXIT
075084     ADD 1 TO WS-APPLIED-COUNT.
075085 4910-EXIT.
075086     EXIT.
075087*----------------------------------------------------------*
075088*    4920-LEAVE-CHANGE - MERGE THE KEYED FIELDS, THEN EDIT  *
075089*    THE RESULTING PLANS BEFORE ANYTHING IS REWRITTEN.      *
075090*----------------------------------------------------------*
075091 4920-LEAVE-CHANGE.
075092     IF RECORD-NOT-ON-FILE
075093         SET TRAN-IS-INVALID TO TRUE
075094         MOVE 'LEAVE REC NOT ON FILE' TO WS-REJECT-REASON
075095         GO TO 4920-EXIT
075096     END-IF
075097     MOVE LEAVE-MASTER-RECORD TO WS-LEAVE-BEFORE
075098     PERFORM 4940-MERGE-LEAVE-FIELDS THRU 4940-EXIT
075099     PERFORM 4950-CHECK-LEAVE-PLAN THRU 4950-EXIT
075100     IF TRAN-IS-INVALID
075101         GO TO 4920-EXIT
075102     END-IF
075103     MOVE LEAVE-MASTER-RECORD TO WS-LEAVE-AFTER
075104     MOVE WS-LEAVE-BEFORE TO LEAVE-MASTER-RECORD
075105     PERFORM 5030-WRITE-LEAVE-BEFORE THRU 5030-EXIT
075106     MOVE WS-LEAVE-AFTER TO LEAVE-MASTER-RECORD
075107     REWRITE LEAVE-MASTER-RECORD
075108     IF WS-LEAVEF-STATUS NOT = '00'
075109         DISPLAY 'EXAMP-MNT2 - REWRITE FAILED, LEAVEF STATUS='
075110             WS-LEAVEF-STATUS
075111         MOVE 16 TO RETURN-CODE
075112         STOP RUN
075113     END-IF
075114     MOVE 'CHANGED' TO AD-MESSAGE
075115     PERFORM 5130-WRITE-LEAVE-AFTER THRU 5130-EXIT
075116     ADD 1 TO WS-APPLIED-COUNT.
075117 4920-EXIT.
075118     EXIT.
075119*----------------------------------------------------------*
075120*    4930-LEAVE-DELETE - REFUSED WHILE A VACATION BALANCE   *
075121*    REMAINS; A TERMINATION RUN LISTS AND CLEARS IT FIRST.  *
075122*----------------------------------------------------------*
075123 4930-LEAVE-DELETE.
075124     IF RECORD-NOT-ON-FILE
075125         SET TRAN-IS-INVALID TO TRUE
075126         MOVE 'LEAVE REC NOT ON FILE' TO WS-REJECT-REASON
075127         GO TO 4930-EXIT
075128     END-IF
075129     IF LV-VAC-BALANCE > ZERO
075130         SET TRAN-IS-INVALID TO TRUE
075131         MOVE 'VACATION BALANCE NOT ZERO' TO WS-REJECT-REASON
075132         GO TO 4930-EXIT
075133     END-IF
075134     PERFORM 5030-WRITE-LEAVE-BEFORE THRU 5030-EXIT
075135     DELETE LEAVE-MASTER RECORD
075136     IF WS-LEAVEF-STATUS NOT = '00'
075137         DISPLAY 'EXAMP-MNT2 - DELETE FAILED, LEAVEF STATUS='
075138             WS-LEAVEF-STATUS
075139         MOVE 16 TO RETURN-CODE
075140         STOP RUN
075141     END-IF
075142     MOVE SPACES TO AUD-DETAIL-LINE
075143     MOVE 'AFTER:' TO AD-TAG
075144     MOVE MT-FILE-CODE TO AD-FILE
075145     MOVE MT-FUNCTION TO AD-FUNCTION
075146     MOVE MT-LV-EMPLOYEE-ID TO AD-KEY
075147     MOVE 'DELETED' TO AD-MESSAGE
075148     PERFORM 5300-WRITE-AUDIT-LINE THRU 5300-EXIT
075149     ADD 1 TO WS-APPLIED-COUNT.
075150 4930-EXIT.
075151     EXIT.
075152*    AN ADD CARRIES EVERY FIELD, SO THE SPACES TEST ONLY
075153*    EVER SKIPS A FIELD ON A CHANGE.
075154 4940-MERGE-LEAVE-FIELDS.
075155     IF MT-LV-VAC-RATE NOT = SPACES
075156         MOVE MT-LV-VAC-RATE-N TO LV-VAC-ACCRUAL-RATE
075157     END-IF
075158     IF MT-LV-VAC-CAP NOT = SPACES
075159         MOVE MT-LV-VAC-CAP-N TO LV-VAC-ANNUAL-CAP
075160     END-IF
075161     IF MT-LV-VAC-CARRY NOT = SPACES
075162         MOVE MT-LV-VAC-CARRY-N TO LV-VAC-CARRYOVER-LIMIT
075163     END-IF
075164     IF MT-LV-VAC-BALANCE NOT = SPACES
075165         MOVE MT-LV-VAC-BALANCE-N TO LV-VAC-BALANCE
075166     END-IF
075167     IF MT-LV-SICK-RATE NOT = SPACES
075168         MOVE MT-LV-SICK-RATE-N TO LV-SICK-ACCRUAL-RATE
075169     END-IF
075170     IF MT-LV-SICK-CAP NOT = SPACES
075171         MOVE MT-LV-SICK-CAP-N TO LV-SICK-ANNUAL-CAP
075172     END-IF
075173     IF MT-LV-SICK-CARRY NOT = SPACES
075174         MOVE MT-LV-SICK-CARRY-N TO LV-SICK-CARRYOVER-LIMIT
075175     END-IF
075176     IF MT-LV-SICK-BALANCE NOT = SPACES
075177         MOVE MT-LV-SICK-BALANCE-N TO LV-SICK-BALANCE
075178     END-IF.
075179 4940-EXIT.
075180     EXIT.
075181*    A PLAN THAT ACCRUES AT ALL MUST BE ABLE TO EARN AT LEAST
075182*    ONE PERIOD'S HOURS A YEAR.
075183 4950-CHECK-LEAVE-PLAN.
075184     IF LV-VAC-ACCRUAL-RATE > ZERO
075185         AND LV-VAC-ANNUAL-CAP < LV-VAC-ACCRUAL-RATE
075186         SET TRAN-IS-INVALID TO TRUE
075187         MOVE 'VAC CAP LESS THAN RATE' TO WS-REJECT-REASON
075188         GO TO 4950-EXIT
075189     END-IF
075190     IF LV-SICK-ACCRUAL-RATE > ZERO
075191         AND LV-SICK-ANNUAL-CAP < LV-SICK-ACCRUAL-RATE
075192         SET TRAN-IS-INVALID TO TRUE
075193         MOVE 'SICK CAP LESS THAN RATE' TO WS-REJECT-REASON
075194     END-IF.
075195 4950-EXIT.
075196     EXIT.
075197*----------------------------------------------------------*
075198*    4960-APPLY-SPLIT-TRAN - READ LABOR-DIST FOR THE       *
075199*    KEYED EMPLOYEE AND HAND OFF TO THE FUNCTION'S         *
075200*    PARAGRAPH.                                            *
075201*----------------------------------------------------------*
075202 4960-APPLY-SPLIT-TRAN.
075203     SET RECORD-NOT-ON-FILE TO TRUE
075204     MOVE MT-SP-EMPLOYEE-ID TO LD-EMPLOYEE-ID
075205     READ LABOR-DIST
075206         INVALID KEY
075207             IF WS-LABDIST-STATUS NOT = '23'
075208                 DISPLAY 'EXAMP-MNT2 - READ FAILED, LABDIST '
075209                     'STATUS=' WS-LABDIST-STATUS
075210                 MOVE 16 TO RETURN-CODE
075211                 STOP RUN
075212             END-IF
075213         NOT INVALID KEY
075214             SET RECORD-ON-FILE TO TRUE
075215     END-READ
075216     IF MT-FUNC-ADD
075217         PERFORM 4965-SPLIT-ADD THRU 4965-EXIT
075218     END-IF
075219     IF MT-FUNC-CHANGE
075220         PERFORM 4970-SPLIT-CHANGE THRU 4970-EXIT
075221     END-IF
075222     IF MT-FUNC-DELETE
075223         PERFORM 4975-SPLIT-DELETE THRU 4975-EXIT
075224     END-IF.
075225 4960-EXIT.
075226     EXIT.
075227 4965-SPLIT-ADD.
075228     IF RECORD-ON-FILE
075229         SET TRAN-IS-INVALID TO TRUE
075230         MOVE 'LABOR SPLIT ALREADY ON FILE' TO WS-REJECT-REASON
075231         GO TO 4965-EXIT
075232     END-IF
075233     PERFORM 4980-BUILD-SPLIT-RECORD THRU 4980-EXIT
075234     WRITE LABOR-DIST-RECORD
075235     IF WS-LABDIST-STATUS NOT = '00'
075236         DISPLAY 'EXAMP-MNT2 - WRITE FAILED, LABDIST STATUS='
075237             WS-LABDIST-STATUS
075238         MOVE 16 TO RETURN-CODE
075239         STOP RUN
075240     END-IF
075241     MOVE 'ADDED' TO AD-MESSAGE
075242     PERFORM 5140-WRITE-SPLIT-AFTER THRU 5140-EXIT
075243     ADD 1 TO WS-APPLIED-COUNT.
075244 4965-EXIT.
075245     EXIT.
075246*    A CHANGE REPLACES THE WHOLE DISTRIBUTION.
075247 4970-SPLIT-CHANGE.
075248     IF RECORD-NOT-ON-FILE
075249         SET TRAN-IS-INVALID TO TRUE
075250         MOVE 'LABOR SPLIT NOT ON FILE' TO WS-REJECT-REASON
075251         GO TO 4970-EXIT
075252     END-IF
075253     PERFORM 5040-WRITE-SPLIT-BEFORE THRU 5040-EXIT
075254     PERFORM 4980-BUILD-SPLIT-RECORD THRU 4980-EXIT
075255     REWRITE LABOR-DIST-RECORD
075256     IF WS-LABDIST-STATUS NOT = '00'
075257         DISPLAY 'EXAMP-MNT2 - REWRITE FAILED, LABDIST STATUS='
075258             WS-LABDIST-STATUS
075259         MOVE 16 TO RETURN-CODE
075260         STOP RUN
075261     END-IF
075262     MOVE 'CHANGED' TO AD-MESSAGE
075263     PERFORM 5140-WRITE-SPLIT-AFTER THRU 5140-EXIT
075264     ADD 1 TO WS-APPLIED-COUNT.
075265 4970-EXIT.
075266     EXIT.
075267 4975-SPLIT-DELETE.
075268     IF RECORD-NOT-ON-FILE
075269         SET TRAN-IS-INVALID TO TRUE
075270         MOVE 'LABOR SPLIT NOT ON FILE' TO WS-REJECT-REASON
075271         GO TO 4975-EXIT
075272     END-IF
075273     PERFORM 5040-WRITE-SPLIT-BEFORE THRU 5040-EXIT
075274     DELETE LABOR-DIST RECORD
075275     IF WS-LABDIST-STATUS NOT = '00'
075276         DISPLAY 'EXAMP-MNT2 - DELETE FAILED, LABDIST STATUS='
075277             WS-LABDIST-STATUS
075278         MOVE 16 TO RETURN-CODE
075279         STOP RUN
075280     END-IF
075281     MOVE SPACES TO AUD-DETAIL-LINE
075282     MOVE 'AFTER:' TO AD-TAG
075283     MOVE MT-FILE-CODE TO AD-FILE
075284     MOVE MT-FUNCTION TO AD-FUNCTION
075285     MOVE MT-SP-EMPLOYEE-ID TO AD-KEY
075286     MOVE 'DELETED' TO AD-MESSAGE
075287     PERFORM 5300-WRITE-AUDIT-LINE THRU 5300-EXIT
075288     ADD 1 TO WS-APPLIED-COUNT.
075289 4975-EXIT.
075290     EXIT.
075291*    2160 LEFT WS-SPLIT-COUNT AT THE NUMBER OF SPLITS KEYED,
075292*    ALL OF THEM AHEAD OF THE FIRST BLANK ONE.
075293 4980-BUILD-SPLIT-RECORD.
075294     MOVE SPACES TO LABOR-DIST-RECORD
075295     MOVE MT-SP-EMPLOYEE-ID TO LD-EMPLOYEE-ID
075296     MOVE WS-SPLIT-COUNT TO LD-SPLIT-COUNT
075297     MOVE WS-RUN-DATE-YYYYMMDD TO LD-LAST-CHANGE-DATE
075298     MOVE 1 TO WS-SPLIT-SUB
075299     PERFORM 4985-BUILD-ONE-SPLIT THRU 4985-EXIT
075300         UNTIL WS-SPLIT-SUB > 4.
075301 4980-EXIT.
075302     EXIT.
075303 4985-BUILD-ONE-SPLIT.
075304     IF WS-SPLIT-SUB > WS-SPLIT-COUNT
075305         MOVE ZERO TO LD-PERCENT (WS-SPLIT-SUB)
075306     ELSE
075307         MOVE MT-SP-DEPT (WS-SPLIT-SUB) TO LD-DEPT (WS-SPLIT-SUB)
075308         MOVE MT-SP-COST-CENTER (WS-SPLIT-SUB)
075309             TO LD-COST-CENTER (WS-SPLIT-SUB)
075310         MOVE MT-SP-PERCENT-N (WS-SPLIT-SUB)
075311             TO LD-PERCENT (WS-SPLIT-SUB)
075312     END-IF
075313     ADD 1 TO WS-SPLIT-SUB.
075314 4985-EXIT.
075315     EXIT.
075325*----------------------------------------------------------*
075335*    5000-5020 BEFORE IMAGES, 5100-5120 AFTER IMAGES -      *
075345*    AUDIT LINES AROUND AN APPLIED TRANSACTION.             *
075355*----------------------------------------------------------*
075365 5000-WRITE-DED-BEFORE.
075400     MOVE SPACES TO AUD-DETAIL-LINE
075500     MOVE 'BEFORE:' TO AD-TAG
075600     PERFORM 5050-FORMAT-DED THRU 5050-EXIT
076400     PERFORM 5300-WRITE-AUDIT-LINE THRU 5300-EXIT.
076500 5010-EXIT.
076600     EXIT.
076610 5020-WRITE-AGCY-BEFORE.
076620     MOVE SPACES TO AUD-DETAIL-LINE
076630     MOVE 'BEFORE:' TO AD-TAG
076640     PERFORM 5070-FORMAT-AGCY THRU 5070-EXIT
076650     PERFORM 5300-WRITE-AUDIT-LINE THRU 5300-EXIT.
076660 5020-EXIT.
076670     EXIT.
076673 5030-WRITE-LEAVE-BEFORE.
076676     MOVE SPACES TO AUD-DETAIL-LINE
076679     MOVE 'BEFORE:' TO AD-TAG
076682     PERFORM 5080-FORMAT-LEAVE THRU 5080-EXIT
076685     PERFORM 5300-WRITE-AUDIT-LINE THRU 5300-EXIT.
076688 5030-EXIT.
076691     EXIT.
076692 5040-WRITE-SPLIT-BEFORE.
076693     MOVE SPACES TO AUD-DETAIL-LINE
076694     MOVE 'BEFORE:' TO AD-TAG
076695     PERFORM 5090-FORMAT-SPLIT THRU 5090-EXIT
076696     PERFORM 5300-WRITE-AUDIT-LINE THRU 5300-EXIT.
076697 5040-EXIT.
076698     EXIT.
076700 5050-FORMAT-DED.
076800     MOVE MT-FILE-CODE TO AD-FILE
076900     MOVE MT-FUNCTION TO AD-FUNCTION
078900     MOVE AUD-DEPT-DETAIL TO AD-DETAIL.
079000 5060-EXIT.
079100     EXIT.
079104*    A PART 2 CARD SHOWS THE ADDRESS, ANY OTHER THE PAYEE.
079108 5070-FORMAT-AGCY.
079112     MOVE MT-FILE-CODE TO AD-FILE
079116     MOVE MT-FUNCTION TO AD-FUNCTION
079120     MOVE GA-AGENCY-ID TO AD-KEY
079124     IF MT-AGCY-PART-2
079128         MOVE GA-ADDRESS TO ADA-ADDRESS
079132         MOVE GA-CITY TO ADA-CITY
079136         MOVE GA-STATE TO ADA-STATE
079140         MOVE GA-ZIP TO ADA-ZIP
079144         MOVE AUD-AGCY-ADDR-DETAIL TO AD-DETAIL
079148     ELSE
079152         MOVE GA-AGENCY-NAME TO ADG-AGENCY-NAME
079156         MOVE GA-REMIT-SW TO ADG-REMIT-SW
079157         MOVE GA-BANK-ROUTING TO ADG-BANK-ROUTING
079158         MOVE GA-BANK-ACCOUNT TO ADG-BANK-ACCOUNT
079159         MOVE AUD-AGCY-DETAIL TO AD-DETAIL
079160     END-IF.
079161 5070-EXIT.
079162     EXIT.
079163 5080-FORMAT-LEAVE.
079164     MOVE MT-FILE-CODE TO AD-FILE
079165     MOVE MT-FUNCTION TO AD-FUNCTION
079166     MOVE LV-EMPLOYEE-ID TO AD-KEY
079167     MOVE LV-VAC-ACCRUAL-RATE TO ADL-VAC-RATE
079168     MOVE LV-VAC-ANNUAL-CAP TO ADL-VAC-CAP
079169     MOVE LV-VAC-CARRYOVER-LIMIT TO ADL-VAC-CARRY
079170     MOVE LV-VAC-BALANCE TO ADL-VAC-BALANCE
079171     MOVE LV-SICK-ACCRUAL-RATE TO ADL-SICK-RATE
079172     MOVE LV-SICK-ANNUAL-CAP TO ADL-SICK-CAP
079173     MOVE LV-SICK-CARRYOVER-LIMIT TO ADL-SICK-CARRY
079174     MOVE LV-SICK-BALANCE TO ADL-SICK-BALANCE
079175     MOVE AUD-LEAVE-DETAIL TO AD-DETAIL.
079176 5080-EXIT.
079177     EXIT.
079178 5090-FORMAT-SPLIT.
079179     MOVE MT-FILE-CODE TO AD-FILE
079180     MOVE MT-FUNCTION TO AD-FUNCTION
079181     MOVE LD-EMPLOYEE-ID TO AD-KEY
079182     MOVE SPACES TO AUD-SPLIT-DETAIL
079183     MOVE 1 TO WS-SPLIT-SUB
079184     PERFORM 5095-FORMAT-ONE-SPLIT THRU 5095-EXIT
079185         UNTIL WS-SPLIT-SUB > LD-SPLIT-COUNT
079186             OR WS-SPLIT-SUB > 4
079187     MOVE AUD-SPLIT-DETAIL TO AD-DETAIL.
079188 5090-EXIT.
079189     EXIT.
079190 5095-FORMAT-ONE-SPLIT.
079191     MOVE LD-DEPT (WS-SPLIT-SUB) TO ADS-DEPT
079192     MOVE LD-COST-CENTER (WS-SPLIT-SUB) TO ADS-COST-CENTER
079193     MOVE LD-PERCENT (WS-SPLIT-SUB) TO ADS-PERCENT
079194     MOVE AUD-ONE-SPLIT TO ADS-SPLIT (WS-SPLIT-SUB)
079195     ADD 1 TO WS-SPLIT-SUB.
079196 5095-EXIT.
079197     EXIT.
079200 5100-WRITE-DED-AFTER.
079300     MOVE 'AFTER:' TO AD-TAG
079400     PERFORM 5050-FORMAT-DED THRU 5050-EXIT
080300     MOVE SPACES TO AUD-DETAIL-LINE.
080400 5110-EXIT.
080500     EXIT.
080510 5120-WRITE-AGCY-AFTER.
080520     MOVE 'AFTER:' TO AD-TAG
080530     PERFORM 5070-FORMAT-AGCY THRU 5070-EXIT
080540     PERFORM 5300-WRITE-AUDIT-LINE THRU 5300-EXIT
080550     MOVE SPACES TO AUD-DETAIL-LINE.
080560 5120-EXIT.
080570     EXIT.
080573 5130-WRITE-LEAVE-AFTER.
080576     MOVE 'AFTER:' TO AD-TAG
080579     PERFORM 5080-FORMAT-LEAVE THRU 5080-EXIT
080582     PERFORM 5300-WRITE-AUDIT-LINE THRU 5300-EXIT
080585     MOVE SPACES TO AUD-DETAIL-LINE.
080588 5130-EXIT.
080591     EXIT.
080592 5140-WRITE-SPLIT-AFTER.
080593     MOVE 'AFTER:' TO AD-TAG
080594     PERFORM 5090-FORMAT-SPLIT THRU 5090-EXIT
080595     PERFORM 5300-WRITE-AUDIT-LINE THRU 5300-EXIT
080596     MOVE SPACES TO AUD-DETAIL-LINE.
080597 5140-EXIT.
080598     EXIT.
080600 5200-WRITE-REJECT.
080700     MOVE SPACES TO AUD-DETAIL-LINE
080800     MOVE 'REJECT:' TO AD-TAG
081100     IF MT-FILE-DEPT
081200         MOVE MT-DEPT-CODE TO AD-KEY
081300     ELSE
081400         IF MT-FILE-AGENCY
081500             MOVE MT-AGCY-ID TO AD-KEY
081600         ELSE
081620             IF MT-DED-EMPLOYEE-ID NUMERIC
081640                 MOVE MT-DED-EMPLOYEE-ID TO AD-KEY
081660             END-IF
081680         END-IF
081700     END-IF
081800     MOVE WS-REJECT-REASON TO AD-MESSAGE
081900     PERFORM 5300-WRITE-AUDIT-LINE THRU 5300-EXIT
086200     CLOSE DEDUCT-MASTER
086300     CLOSE DEPT-MASTER
086400     CLOSE EMPLOYEE-MASTER
086430     CLOSE GARNISH-AGENCY
086460     CLOSE GARNISH-MASTER
086480     CLOSE LEAVE-MASTER
086490     CLOSE LABOR-DIST
086500     IF WS-REJECT-COUNT > ZERO
086600         MOVE 4 TO RETURN-CODE
086700     ELSE
