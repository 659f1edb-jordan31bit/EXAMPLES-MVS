000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    EXAMP-VAR1.
000300 AUTHOR.        D MARCHETTI.
000400 INSTALLATION.  PAYROLL SYSTEMS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    STEP037 OF THE PAYROLL JOB (SEE EXAMPJB IN JCL).  RUN-OVER-
000900*    RUN PAY VARIANCE REVIEW, TAKEN AFTER THE REGISTER IS POSTED
001000*    AND BEFORE EXAMP-PGM4 SENDS ANY MONEY.  EXAMP-BAL1 PROVES
001100*    THE FILES AGREE WITH EACH OTHER, BUT A SALARY KEYED WITH AN
001200*    EXTRA DIGIT, OR HOURS OF 99.99 THAT PASSED THE EDIT, BALANCE
001300*    PERFECTLY.  THIS STEP COMPARES EACH EMPLOYEE PAID IN THE RUN
001400*    (THE STEP030 PAYMENT DETAIL, &&PAYDTL) WITH THAT EMPLOYEE'S
001500*    MOST RECENT REGULAR-RUN PAYMENT ON PAY-HISTORY AND LISTS ON
001600*    VARRPT:
001700*      - VARIANCE   - GROSS OR NET MOVED BY MORE THAN THE
001800*                     TOLERANCE, IN BOTH PERCENT AND DOLLARS;
001900*      - FIRST PAY  - NO EARLIER PAYMENT ON HISTORY AT ALL;
002000*      - NO PRIOR REG - EARLIER PAYMENTS, BUT ONLY OFF-CYCLE;
002100*      - PAID TWICE - ANOTHER UNREVERSED PAYMENT DATED IN THE
002200*                     SAME REGULAR PAY PERIOD (RUN-CONTROL), ONE
002300*                     LINE PER OTHER PAYMENT.
002400*    REVERSED HISTORY ENTRIES AND ENTRIES DATED AFTER THIS RUN
002500*    ARE IGNORED.  A VARIANCE OR FIRST PAYMENT THAT ALSO PASSES
002600*    THE HARD LIMIT (PERCENT AND DOLLARS AGAIN; FOR A FIRST
002700*    PAYMENT, GROSS OVER THE HARD DOLLAR LIMIT) IS HELD AND THE
002800*    STEP ENDS RC=16, WHICH STOPS STEP040 AND STEP050 THE SAME
002900*    WAY A BAL1 RC=16 STOPS RELEASE - UNLESS THE PAYROLL
003000*    SUPERVISOR NAMES THE EMPLOYEE ON AN OVERRIDE CARD.
003100*
003200*    CONTROL CARDS (VARCTL):
003300*      T CARD  - EXACTLY ONE.  COL 1 'T', TOLERANCE PERCENT COLS
003400*                3-7 (999V99), TOLERANCE DOLLARS COLS 9-17
003500*                (9999999V99), HARD LIMIT PERCENT COLS 19-23,
003600*                HARD LIMIT DOLLARS COLS 25-33.  THE HARD LIMITS
003700*                MAY NOT BE BELOW THE TOLERANCES.
003800*      O CARD  - ANY NUMBER.  COL 1 'O', THEN UP TO SEVEN
003900*                EMPLOYEE IDS IN COLS 3-12, 14-23, 25-34, 36-45,
004000*                47-56, 58-67 AND 69-78.  EACH NAMED EMPLOYEE'S
004100*                HARD LIMIT ITEM IS RELEASED AS OVERRIDDEN.  AN
004200*                OVERRIDE THAT MATCHES NO HELD ITEM IS LISTED.
004300*      * CARD  - COMMENT, IGNORED.
004400*    A MISSING, DUPLICATE OR BAD T CARD, A BAD O CARD, OR ANY
004500*    OTHER CARD TYPE ENDS THE STEP RC=16 BEFORE ANY REVIEW.
004600*
004700*    AN OFF-CYCLE RUN (BONUS, FINAL PAY) IS ALSO MEASURED AGAINST
004800*    THE LAST REGULAR PAY, SO EXPECT IT TO BE LISTED; SUBMIT THE
004900*    OFF-CYCLE JOB WITH WIDER LIMITS OR OVERRIDE CARDS.
005000*
005100*    RERUNNABLE: THE STEP ONLY READS ITS FILES.
005200*
005300*    RETURN CODES: 0 = NOTHING LISTED, 4 = ITEMS LISTED FOR
005400*    REVIEW (ALL WITHIN THE HARD LIMIT OR OVERRIDDEN), 16 = HARD
005500*    LIMIT EXCEEDED, CONTROL CARD ERROR, OR FILE FAILURE.
005510*
005520*    THE REPORT ENDS WITH THE EMPLOYEE-MASTER CHANGES STILL
005530*    WAITING ON PENDING-APPROVAL FOR A SECOND USER (BANK,
005540*    SALARY/RATE AND REACTIVATE CARDS HELD BY EXAMP-MNT1).  THEY
005550*    ARE NOT IN THIS RUN - THE EMPLOYEE WAS PAID FROM THE LAST
005560*    APPROVED VALUES - AND ANY SUCH ITEM MAKES THE STEP RC=4.
005600*
005700*    MODIFICATION HISTORY.
005800*    DATE       INIT  DESCRIPTION
005900*    ---------  ----  ---------------------------------------
006000*    10/15/26   DM    ORIGINAL VERSION.
006020*    10/15/26   DM    LIST THE MAINTENANCE STILL AWAITING A
006040*                     SECOND USER'S APPROVAL (SEE COPYLIB/
006060*                     PENDAPRV) SO THE RUN IS NOT RELEASED ON
006080*                     THE ASSUMPTION THAT IT IS IN.
006100 ENVIRONMENT DIVISION.
006200 CONFIGURATION SECTION.
006300 SOURCE-COMPUTER. IBM-370.
006400 OBJECT-COMPUTER. IBM-370.
006500 INPUT-OUTPUT SECTION.
006600 FILE-CONTROL.
006700     SELECT VARIANCE-CONTROL
006800     ASSIGN TO UT-S-VARCTL
006900     FILE STATUS IS WS-VARCTL-STATUS.
007000     SELECT BALANCE-CONTROL
007100     ASSIGN TO UT-S-BALCTL
007200     FILE STATUS IS WS-BALCTL-STATUS.
007300     SELECT PAY-DETAIL
007400     ASSIGN TO UT-S-PAYDTL
007500     FILE STATUS IS WS-PAYDTL-STATUS.
007600     SELECT PAY-HISTORY
007700     ASSIGN TO UT-S-HISTF
007800     ORGANIZATION IS INDEXED
007900     ACCESS MODE IS DYNAMIC
008000     RECORD KEY IS PH-HISTORY-KEY
008100     FILE STATUS IS WS-HISTF-STATUS.
008200     SELECT RUN-CONTROL
008300     ASSIGN TO UT-S-RUNCTL
008400     ORGANIZATION IS INDEXED
008500     ACCESS MODE IS DYNAMIC
008600     RECORD KEY IS RC-PERIOD-END-DATE
008700     FILE STATUS IS WS-RUNCTL-STATUS.
008800     SELECT VARIANCE-REPORT
008900     ASSIGN TO UT-S-VARRPT
009000     FILE STATUS IS WS-VARRPT-STATUS.
009010     SELECT PENDING-APPROVAL
009020     ASSIGN TO UT-S-PENDAPR
009030     ORGANIZATION IS INDEXED
009040     ACCESS MODE IS SEQUENTIAL
009050     RECORD KEY IS PA-PENDING-KEY
009060     FILE STATUS IS WS-PENDAPR-STATUS.
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  VARIANCE-CONTROL
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE OMITTED
009600     RECORD CONTAINS 80 CHARACTERS
009700     BLOCK CONTAINS 10 RECORDS
009800     DATA RECORDS ARE VARIANCE-TOL-CARD VARIANCE-OVR-CARD.
009900 01  VARIANCE-TOL-CARD.
010000     02  VC-CARD-TYPE                 PIC X(01).
010100         88  VC-TOLERANCE-CARD            VALUE 'T'.
010200         88  VC-OVERRIDE-CARD             VALUE 'O'.
010300         88  VC-COMMENT-CARD              VALUE '*'.
010400     02  FILLER                       PIC X(01).
010500     02  VC-TOL-PERCENT               PIC 9(3)V99.
010600     02  FILLER                       PIC X(01).
010700     02  VC-TOL-DOLLARS               PIC 9(7)V99.
010800     02  FILLER                       PIC X(01).
010900     02  VC-HARD-PERCENT              PIC 9(3)V99.
011000     02  FILLER                       PIC X(01).
011100     02  VC-HARD-DOLLARS              PIC 9(7)V99.
011200     02  FILLER                       PIC X(47).
011300 01  VARIANCE-OVR-CARD.
011400     02  FILLER                       PIC X(01).
011500     02  VO-ENTRY  OCCURS 7 TIMES.
011600         03  FILLER                   PIC X(01).
011700         03  VO-EMPLOYEE-ID           PIC X(10).
011800         03  VO-EMPLOYEE-ID-N  REDEFINES VO-EMPLOYEE-ID
011900                                      PIC 9(10).
012000     02  FILLER                       PIC X(02).
012100 FD  BALANCE-CONTROL
012200     RECORDING MODE IS F
012300     LABEL RECORDS ARE OMITTED
012400     RECORD CONTAINS 80 CHARACTERS
012500     BLOCK CONTAINS 10 RECORDS
012600     DATA RECORD IS BALANCE-CONTROL-RECORD.
012700     COPY BALCTL.
012800 FD  PAY-DETAIL
012900     RECORDING MODE IS F
013000     LABEL RECORDS ARE OMITTED
013100     RECORD CONTAINS 80 CHARACTERS
013200     BLOCK CONTAINS 10 RECORDS
013300     DATA RECORD IS PAY-DETAIL-RECORD.
013400     COPY PAYDTL.
013500 FD  PAY-HISTORY
013600     RECORD CONTAINS 160 CHARACTERS
013700     DATA RECORD IS PAY-HISTORY-RECORD.
013800     COPY PAYHIST.
013900 FD  RUN-CONTROL
014000     RECORD CONTAINS 80 CHARACTERS
014100     DATA RECORD IS RUN-CONTROL-RECORD.
014200     COPY RUNCTL.
014300 FD  VARIANCE-REPORT
014400     RECORDING MODE IS F
014500     LABEL RECORDS ARE OMITTED
014600     RECORD CONTAINS 132 CHARACTERS
014700     BLOCK CONTAINS 10 RECORDS
014800     DATA RECORD IS VAR-LINE.
014900 01  VAR-LINE                         PIC X(132).
014920 FD  PENDING-APPROVAL
014940     RECORD CONTAINS 200 CHARACTERS
014960     DATA RECORD IS PENDING-APPROVAL-RECORD.
014980     COPY PENDAPRV.
015000*
015100 WORKING-STORAGE SECTION.
015200 01  WS-FILE-STATUSES.
015300     02  WS-VARCTL-STATUS             PIC X(02) VALUE '00'.
015400     02  WS-BALCTL-STATUS             PIC X(02) VALUE '00'.
015500     02  WS-PAYDTL-STATUS             PIC X(02) VALUE '00'.
015600     02  WS-HISTF-STATUS              PIC X(02) VALUE '00'.
015700     02  WS-RUNCTL-STATUS             PIC X(02) VALUE '00'.
015800     02  WS-VARRPT-STATUS             PIC X(02) VALUE '00'.
015850     02  WS-PENDAPR-STATUS            PIC X(02) VALUE '00'.
015900 01  WS-SWITCHES.
016000     02  WS-EOC-SW                    PIC X(01) VALUE 'N'.
016100         88  END-OF-CONTROL-CARDS         VALUE 'Y'.
016200     02  WS-EOF-SW                    PIC X(01) VALUE 'N'.
016300         88  END-OF-PAY-DETAIL            VALUE 'Y'.
016400     02  WS-EOH-SW                    PIC X(01) VALUE 'N'.
016500         88  END-OF-EMP-HISTORY           VALUE 'Y'.
016600     02  WS-TOL-CARD-SW               PIC X(01) VALUE 'N'.
016700         88  TOLERANCE-CARD-READ          VALUE 'Y'.
016800     02  WS-CARD-ERROR-SW             PIC X(01) VALUE 'N'.
016900         88  CONTROL-CARD-ERROR           VALUE 'Y'.
017000     02  WS-PERIOD-SW                 PIC X(01) VALUE 'N'.
017100         88  REGULAR-PERIOD-FOUND         VALUE 'Y'.
017200     02  WS-EOR-SW                    PIC X(01) VALUE 'N'.
017300         88  END-OF-RUN-CONTROL           VALUE 'Y'.
017400     02  WS-PRIOR-SW                  PIC X(01) VALUE 'N'.
017500         88  PRIOR-REGULAR-FOUND          VALUE 'Y'.
017600     02  WS-EARLIER-SW                PIC X(01) VALUE 'N'.
017700         88  EARLIER-PAYMENT-FOUND        VALUE 'Y'.
017800     02  WS-TOL-SW                    PIC X(01) VALUE 'N'.
017900         88  OVER-TOLERANCE               VALUE 'Y'.
018000     02  WS-HARD-SW                   PIC X(01) VALUE 'N'.
018100         88  OVER-HARD-LIMIT              VALUE 'Y'.
018200     02  WS-OVR-SW                    PIC X(01) VALUE 'N'.
018300         88  OVERRIDE-FOUND               VALUE 'Y'.
018330     02  WS-EOP-SW                    PIC X(01) VALUE 'N'.
018360         88  END-OF-PENDING-APPROVAL      VALUE 'Y'.
018400 01  WS-COUNTERS.
018500     02  WS-CARDS-READ                PIC 9(07) COMP VALUE ZERO.
018600     02  WS-REVIEWED-COUNT            PIC 9(07) COMP VALUE ZERO.
018700     02  WS-LISTED-COUNT              PIC 9(07) COMP VALUE ZERO.
018800     02  WS-VARIANCE-COUNT            PIC 9(07) COMP VALUE ZERO.
018900     02  WS-FIRST-PAY-COUNT           PIC 9(07) COMP VALUE ZERO.
019000     02  WS-NO-PRIOR-COUNT            PIC 9(07) COMP VALUE ZERO.
019100     02  WS-PAID-TWICE-COUNT          PIC 9(07) COMP VALUE ZERO.
019200     02  WS-HELD-COUNT                PIC 9(07) COMP VALUE ZERO.
019300     02  WS-OVERRIDDEN-COUNT          PIC 9(07) COMP VALUE ZERO.
019400     02  WS-OVR-UNUSED-COUNT          PIC 9(07) COMP VALUE ZERO.
019450     02  WS-AWAITING-COUNT            PIC 9(07) COMP VALUE ZERO.
019500*
019600*    LIMITS FROM THE T CARD.
019700*
019800 01  WS-LIMITS.
019900     02  WS-TOL-PERCENT               PIC 9(3)V99 VALUE ZERO.
020000     02  WS-TOL-DOLLARS               PIC 9(7)V99 VALUE ZERO.
020100     02  WS-HARD-PERCENT              PIC 9(3)V99 VALUE ZERO.
020200     02  WS-HARD-DOLLARS              PIC 9(7)V99 VALUE ZERO.
020300*
020400*    EMPLOYEE IDS FROM THE O CARDS.  WS-OVR-USED-SW IS SET WHEN
020500*    THE OVERRIDE RELEASES A HELD ITEM.
020600*
020700 01  WS-OVR-COUNT                     PIC 9(04) COMP VALUE ZERO.
020800 01  WS-OVR-MAX                       PIC 9(04) COMP VALUE 200.
020900 01  WS-OVR-SUB                       PIC 9(04) COMP VALUE ZERO.
021000 01  WS-CARD-SUB                      PIC 9(04) COMP VALUE ZERO.
021100 01  WS-OVR-TABLE.
021200     02  WS-OVR-ENTRY  OCCURS 200 TIMES.
021300         03  WS-OVR-EMPLOYEE-ID       PIC 9(10).
021400         03  WS-OVR-USED-SW           PIC X(01).
021500             88  OVR-USED                 VALUE 'Y'.
021600*
021700*    THE PAYMENT UNDER REVIEW, LAID OUT LIKE PH-HISTORY-KEY SO
021800*    THE HISTORY BROWSE CAN SKIP THIS RUN'S OWN ENTRY.
021900*
022000 01  WS-CURR-KEY.
022100     02  WS-CURR-EMPLOYEE-ID          PIC 9(10).
022200     02  WS-CURR-PAY-DATE             PIC 9(08).
022300     02  WS-CURR-RUN-TYPE             PIC X(01).
022400 01  WS-PERIOD-START                  PIC 9(08) VALUE ZERO.
022500 01  WS-PERIOD-END                    PIC 9(08) VALUE ZERO.
022600 01  WS-PRIOR-DATE                    PIC 9(08) VALUE ZERO.
022700 01  WS-PRIOR-GROSS                   PIC S9(7)V99 VALUE ZERO.
022800 01  WS-PRIOR-NET                     PIC S9(7)V99 VALUE ZERO.
022900*
023000*    OTHER PAYMENTS IN THE SAME PERIOD.  ONLY THE FIRST TEN ARE
023100*    KEPT FOR PRINTING; WS-OTHER-COUNT COUNTS THEM ALL.
023200*
023300 01  WS-OTHER-COUNT                   PIC 9(04) COMP VALUE ZERO.
023400 01  WS-OTHER-MAX                     PIC 9(04) COMP VALUE 10.
023500 01  WS-OTHER-SUB                     PIC 9(04) COMP VALUE ZERO.
023600 01  WS-OTHER-TABLE.
023700     02  WS-OTHER-ENTRY  OCCURS 10 TIMES.
023800         03  WS-OTHER-DATE            PIC 9(08).
023900         03  WS-OTHER-RUN-TYPE        PIC X(01).
024000         03  WS-OTHER-GROSS           PIC S9(7)V99.
024100         03  WS-OTHER-NET             PIC S9(7)V99.
024200*
024300*    ONE GROSS OR NET COMPARISON (4000-JUDGE-CHANGE).  THE
024400*    PERCENT IS FORCED TO 99999.9 WHEN THERE IS NO PRIOR AMOUNT
024500*    TO DIVIDE BY, SO ONLY THE DOLLAR TEST DECIDES.
024600*
024700 01  WS-JUDGE-AMOUNT                  PIC S9(7)V99 VALUE ZERO.
024800 01  WS-JUDGE-BASE                    PIC S9(7)V99 VALUE ZERO.
024900 01  WS-JUDGE-DIFF                    PIC S9(7)V99 VALUE ZERO.
025000 01  WS-JUDGE-ABS                     PIC 9(7)V99 VALUE ZERO.
025100 01  WS-JUDGE-PCT                     PIC 9(5)V9 VALUE ZERO.
025200 01  WS-JUDGE-SIGNED-PCT              PIC S9(5)V9 VALUE ZERO.
025300 01  WS-GROSS-PCT                     PIC S9(5)V9 VALUE ZERO.
025400 01  WS-NET-PCT                       PIC S9(5)V9 VALUE ZERO.
025500 01  WS-ITEM-TYPE                     PIC X(12) VALUE SPACES.
025600 01  WS-RUN-TYPE                      PIC X(01) VALUE 'R'.
025700 01  WS-RUN-DATE-YYYYMMDD             PIC 9(08).
025800 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-YYYYMMDD.
025900     02  WS-RD-YYYY-IN                PIC 9(04).
026000     02  WS-RD-MM-IN                  PIC 9(02).
026100     02  WS-RD-DD-IN                  PIC 9(02).
026200 01  WS-RUN-DATE-DISPLAY.
026300     02  WS-RD-MM                     PIC 9(02).
026400     02  FILLER                       PIC X(01) VALUE '/'.
026500     02  WS-RD-DD                     PIC 9(02).
026600     02  FILLER                       PIC X(01) VALUE '/'.
026700     02  WS-RD-YYYY                   PIC 9(04).
026800 01  WS-PAGE-NO                       PIC 9(04) COMP VALUE ZERO.
026900 01  WS-LINE-COUNT                    PIC 9(04) COMP VALUE ZERO.
027000 01  WS-MAX-LINES-PER-PAGE            PIC 9(04) COMP VALUE 50.
027100*
027200 01  VAR-HEADER-LINE1.
027300     02  FILLER                       PIC X(01) VALUE SPACE.
027400     02  FILLER                       PIC X(23) VALUE
027500                                      'PAY RUN VARIANCE REVIEW'.
027600     02  FILLER                       PIC X(04) VALUE SPACES.
027700     02  FILLER                       PIC X(10) VALUE
027800                                      'PAY DATE: '.
027900     02  VH1-PAY-DATE                 PIC X(10).
028000     02  FILLER                       PIC X(07) VALUE '  RUN: '.
028100     02  VH1-RUN-TYPE                 PIC X(01).
028200     02  FILLER                       PIC X(04) VALUE SPACES.
028300     02  FILLER                       PIC X(08) VALUE 'PERIOD: '.
028400     02  VH1-PERIOD-START             PIC 9(08).
028500     02  FILLER                       PIC X(03) VALUE ' - '.
028600     02  VH1-PERIOD-END               PIC 9(08).
028700     02  FILLER                       PIC X(30) VALUE SPACES.
028800     02  FILLER                       PIC X(05) VALUE 'PAGE:'.
028900     02  VH1-PAGE-NO                  PIC ZZZ9.
029000     02  FILLER                       PIC X(06) VALUE SPACES.
029100 01  VAR-HEADER-LINE2.
029200     02  FILLER                       PIC X(01) VALUE SPACE.
029300     02  FILLER                       PIC X(11) VALUE
029400                                      'TOLERANCE: '.
029500     02  VH2-TOL-PERCENT              PIC ZZ9.99.
029600     02  FILLER                       PIC X(06) VALUE ' PCT /'.
029700     02  VH2-TOL-DOLLARS              PIC $$,$$$,$$9.99.
029800     02  FILLER                       PIC X(04) VALUE SPACES.
029900     02  FILLER                       PIC X(12) VALUE
030000                                      'HARD LIMIT: '.
030100     02  VH2-HARD-PERCENT             PIC ZZ9.99.
030200     02  FILLER                       PIC X(06) VALUE ' PCT /'.
030300     02  VH2-HARD-DOLLARS             PIC $$,$$$,$$9.99.
030400     02  FILLER                       PIC X(54) VALUE SPACES.
030500 01  VAR-COLUMN-LINE1.
030600     02  FILLER                       PIC X(01) VALUE SPACE.
030700     02  FILLER                       PIC X(10) VALUE 'EMPLOYEE'.
030800     02  FILLER                       PIC X(01) VALUE SPACE.
030900     02  FILLER                       PIC X(18) VALUE 'NAME'.
031000     02  FILLER                       PIC X(01) VALUE SPACE.
031100     02  FILLER                       PIC X(04) VALUE 'DEPT'.
031200     02  FILLER                       PIC X(01) VALUE SPACE.
031300     02  FILLER                       PIC X(11) VALUE
031400                                      ' THIS GROSS'.
031500     02  FILLER                       PIC X(01) VALUE SPACE.
031600     02  FILLER                       PIC X(11) VALUE
031700                                      'PRIOR GROSS'.
031800     02  FILLER                       PIC X(08) VALUE
031900                                      '  CHANGE'.
032000     02  FILLER                       PIC X(01) VALUE SPACE.
032100     02  FILLER                       PIC X(11) VALUE
032200                                      '   THIS NET'.
032300     02  FILLER                       PIC X(01) VALUE SPACE.
032400     02  FILLER                       PIC X(11) VALUE
032500                                      '  PRIOR NET'.
032600     02  FILLER                       PIC X(08) VALUE
032700                                      '  CHANGE'.
032800     02  FILLER                       PIC X(01) VALUE SPACE.
032900     02  FILLER                       PIC X(08) VALUE 'PRIOR'.
033000     02  FILLER                       PIC X(01) VALUE SPACE.
033100     02  FILLER                       PIC X(12) VALUE 'ITEM'.
033200     02  FILLER                       PIC X(01) VALUE SPACE.
033300     02  FILLER                       PIC X(10) VALUE 'ACTION'.
033400 01  VAR-COLUMN-LINE2.
033500     02  FILLER                       PIC X(59) VALUE SPACES.
033600     02  FILLER                       PIC X(08) VALUE ' PERCENT'.
033700     02  FILLER                       PIC X(24) VALUE SPACES.
033800     02  FILLER                       PIC X(08) VALUE ' PERCENT'.
033900     02  FILLER                       PIC X(01) VALUE SPACE.
034000     02  FILLER                       PIC X(08) VALUE 'PAY DATE'.
034100     02  FILLER                       PIC X(24) VALUE SPACES.
034200 01  VAR-DETAIL-LINE.
034300     02  FILLER                       PIC X(01) VALUE SPACE.
034400     02  VD-EMPLOYEE-ID               PIC 9(10).
034500     02  FILLER                       PIC X(01) VALUE SPACE.
034600     02  VD-EMPLOYEE-NAME             PIC X(18).
034700     02  FILLER                       PIC X(01) VALUE SPACE.
034800     02  VD-DEPT                      PIC X(04).
034900     02  FILLER                       PIC X(01) VALUE SPACE.
035000     02  VD-GROSS                     PIC ZZZ,ZZ9.99-.
035100     02  FILLER                       PIC X(01) VALUE SPACE.
035200     02  VD-PRIOR-GROSS               PIC ZZZ,ZZ9.99-
035300                                      BLANK WHEN ZERO.
035400     02  VD-GROSS-PCT                 PIC ZZZZ9.9-
035500                                      BLANK WHEN ZERO.
035600     02  FILLER                       PIC X(01) VALUE SPACE.
035700     02  VD-NET                       PIC ZZZ,ZZ9.99-.
035800     02  FILLER                       PIC X(01) VALUE SPACE.
035900     02  VD-PRIOR-NET                 PIC ZZZ,ZZ9.99-
036000                                      BLANK WHEN ZERO.
036100     02  VD-NET-PCT                   PIC ZZZZ9.9-
036200                                      BLANK WHEN ZERO.
036300     02  FILLER                       PIC X(01) VALUE SPACE.
036400     02  VD-PRIOR-DATE                PIC 9(08) BLANK WHEN ZERO.
036500     02  FILLER                       PIC X(01) VALUE SPACE.
036600     02  VD-ITEM                      PIC X(12).
036700     02  FILLER                       PIC X(01) VALUE SPACE.
036800     02  VD-ACTION                    PIC X(10).
036900 01  VAR-OVERRIDE-LINE.
037000     02  FILLER                       PIC X(01) VALUE SPACE.
037100     02  VV-EMPLOYEE-ID               PIC 9(10).
037200     02  FILLER                       PIC X(02) VALUE SPACES.
037300     02  FILLER                       PIC X(40) VALUE
037400                     'OVERRIDE CARD MATCHES NO HARD LIMIT ITEM'.
037500     02  FILLER                       PIC X(79) VALUE SPACES.
037600 01  VAR-MESSAGE-LINE.
037700     02  FILLER                       PIC X(01) VALUE SPACE.
037800     02  VM-TEXT                      PIC X(60).
037900     02  FILLER                       PIC X(71) VALUE SPACES.
037908 01  VAR-PENDING-LINE.
037916     02  FILLER                       PIC X(01) VALUE SPACE.
037924     02  VP-EMPLOYEE-ID               PIC 9(10).
037932     02  FILLER                       PIC X(02) VALUE SPACES.
037940     02  VP-CHANGE                    PIC X(20).
037948     02  FILLER                       PIC X(10) VALUE
037956                                      ' KEYED BY '.
037964     02  VP-ENTERED-USER              PIC X(08).
037972     02  FILLER                       PIC X(04) VALUE ' ON '.
037980     02  VP-ENTERED-DATE              PIC 9(08).
037988     02  FILLER                       PIC X(69) VALUE SPACES.
038000 01  VAR-SUMMARY-LINE.
038100     02  FILLER                       PIC X(01) VALUE SPACE.
038200     02  VS-LABEL                     PIC X(30).
038300     02  VS-VALUE                     PIC ZZZ,ZZZ,ZZ9.
038400     02  FILLER                       PIC X(90) VALUE SPACES.
038500*
038600 PROCEDURE DIVISION.
038700*----------------------------------------------------------*
038800*    0000-MAINLINE - LOAD THE LIMITS, REVIEW EVERY PAYMENT *
038900*    IN THE RUN, THEN SUMMARIZE AND SET THE RETURN CODE.   *
039000*----------------------------------------------------------*
039100 0000-MAINLINE.
039200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
039300     PERFORM 1100-LOAD-CONTROL-CARDS THRU 1100-EXIT
039400     PERFORM 1300-FIND-PERIOD THRU 1300-EXIT
039500     PERFORM 5100-PRINT-PAGE-TOP THRU 5100-EXIT
039600     PERFORM 2000-READ-PAY-DETAIL THRU 2000-EXIT
039700     PERFORM 3000-REVIEW-PAYMENT THRU 3000-EXIT
039800         UNTIL END-OF-PAY-DETAIL
039900     PERFORM 8000-TERMINATE THRU 8000-EXIT
040000     STOP RUN.
040100*----------------------------------------------------------*
040200*    1000-INITIALIZE - OPEN FILES AND TAKE THE PAY DATE    *
040300*    AND RUN TYPE FROM THE STEP030 BALANCE CONTROL RECORD. *
040400*----------------------------------------------------------*
040500 1000-INITIALIZE.
040600     OPEN INPUT VARIANCE-CONTROL
040700     IF WS-VARCTL-STATUS NOT = '00'
040800         DISPLAY 'EXAMP-VAR1 - OPEN FAILED, VARCTL STATUS='
040900             WS-VARCTL-STATUS
041000         MOVE 16 TO RETURN-CODE
041100         STOP RUN
041200     END-IF
041300     OPEN INPUT BALANCE-CONTROL
041400     IF WS-BALCTL-STATUS NOT = '00'
041500         DISPLAY 'EXAMP-VAR1 - OPEN FAILED, BALCTL STATUS='
041600             WS-BALCTL-STATUS
041700         MOVE 16 TO RETURN-CODE
041800         STOP RUN
041900     END-IF
042000     OPEN INPUT PAY-DETAIL
042100     IF WS-PAYDTL-STATUS NOT = '00'
042200         DISPLAY 'EXAMP-VAR1 - OPEN FAILED, PAYDTL STATUS='
042300             WS-PAYDTL-STATUS
042400         MOVE 16 TO RETURN-CODE
042500         STOP RUN
042600     END-IF
042700     OPEN INPUT PAY-HISTORY
042800     IF WS-HISTF-STATUS NOT = '00'
042900         DISPLAY 'EXAMP-VAR1 - OPEN FAILED, HISTF STATUS='
043000             WS-HISTF-STATUS
043100         MOVE 16 TO RETURN-CODE
043200         STOP RUN
043300     END-IF
043400     OPEN INPUT RUN-CONTROL
043500     IF WS-RUNCTL-STATUS NOT = '00'
043600         DISPLAY 'EXAMP-VAR1 - OPEN FAILED, RUNCTL STATUS='
043700             WS-RUNCTL-STATUS
043800         MOVE 16 TO RETURN-CODE
043900         STOP RUN
044000     END-IF
044100     OPEN OUTPUT VARIANCE-REPORT
044200     IF WS-VARRPT-STATUS NOT = '00'
044300         DISPLAY 'EXAMP-VAR1 - OPEN FAILED, VARRPT STATUS='
044400             WS-VARRPT-STATUS
044500         MOVE 16 TO RETURN-CODE
044600         STOP RUN
044700     END-IF
044710     OPEN INPUT PENDING-APPROVAL
044720     IF WS-PENDAPR-STATUS NOT = '00'
044730         DISPLAY 'EXAMP-VAR1 - OPEN FAILED, PENDAPR STATUS='
044740             WS-PENDAPR-STATUS
044750         MOVE 16 TO RETURN-CODE
044760         STOP RUN
044770     END-IF
044800     READ BALANCE-CONTROL
044900         AT END
045000             DISPLAY 'EXAMP-VAR1 - BALANCE CONTROL RECORD '
045100                 'MISSING - STEP030 DID NOT COMPLETE'
045200             MOVE 16 TO RETURN-CODE
045300             STOP RUN
045400     END-READ
045500     MOVE BC-RUN-DATE TO WS-RUN-DATE-YYYYMMDD
045600     IF BC-RUN-TYPE NOT = SPACE
045700         MOVE BC-RUN-TYPE TO WS-RUN-TYPE
045800     END-IF
045900     CLOSE BALANCE-CONTROL
046000     MOVE WS-RD-MM-IN TO WS-RD-MM
046100     MOVE WS-RD-DD-IN TO WS-RD-DD
046200     MOVE WS-RD-YYYY-IN TO WS-RD-YYYY.
046300 1000-EXIT.
046400     EXIT.
046500*----------------------------------------------------------*
046600*    1100-LOAD-CONTROL-CARDS - THE T CARD SETS THE LIMITS, *
046700*    O CARDS LOAD THE OVERRIDE TABLE.  EVERY CARD IS       *
046800*    EDITED AND EVERY ERROR SHOWN BEFORE THE STEP QUITS.   *
046900*----------------------------------------------------------*
047000 1100-LOAD-CONTROL-CARDS.
047100     PERFORM 1110-READ-CONTROL-CARD THRU 1110-EXIT
047200     PERFORM 1120-EDIT-CONTROL-CARD THRU 1120-EXIT
047300         UNTIL END-OF-CONTROL-CARDS
047400     CLOSE VARIANCE-CONTROL
047500     IF NOT TOLERANCE-CARD-READ
047600         DISPLAY 'EXAMP-VAR1 - NO T CARD ON VARCTL - TOLERANCE '
047700             'AND HARD LIMIT ARE REQUIRED'
047800         SET CONTROL-CARD-ERROR TO TRUE
047900     END-IF
048000     IF CONTROL-CARD-ERROR
048100         DISPLAY 'EXAMP-VAR1 - CONTROL CARD ERROR(S) - REVIEW '
048200             'NOT DONE, RUN NOT RELEASED'
048300         MOVE 16 TO RETURN-CODE
048400         STOP RUN
048500     END-IF.
048600 1100-EXIT.
048700     EXIT.
048800 1110-READ-CONTROL-CARD.
048900     READ VARIANCE-CONTROL
049000         AT END
049100             SET END-OF-CONTROL-CARDS TO TRUE
049200             GO TO 1110-EXIT
049300     END-READ
049400     IF WS-VARCTL-STATUS NOT = '00'
049500         DISPLAY 'EXAMP-VAR1 - READ FAILED, VARCTL STATUS='
049600             WS-VARCTL-STATUS
049700         MOVE 16 TO RETURN-CODE
049800         STOP RUN
049900     END-IF
050000     ADD 1 TO WS-CARDS-READ.
050100 1110-EXIT.
050200     EXIT.
050300 1120-EDIT-CONTROL-CARD.
050400     IF VC-TOLERANCE-CARD
050500         PERFORM 1130-EDIT-TOLERANCE-CARD THRU 1130-EXIT
050600         GO TO 1120-NEXT
050700     END-IF
050800     IF VC-OVERRIDE-CARD
050900         MOVE 1 TO WS-CARD-SUB
051000         PERFORM 1140-LOAD-OVERRIDE THRU 1140-EXIT
051100             UNTIL WS-CARD-SUB > 7
051200         GO TO 1120-NEXT
051300     END-IF
051400     IF VC-COMMENT-CARD
051500         GO TO 1120-NEXT
051600     END-IF
051610     DISPLAY 'EXAMP-VAR1 - UNKNOWN VARCTL CARD TYPE '
051620         VC-CARD-TYPE ' ON CARD ' WS-CARDS-READ
051630     SET CONTROL-CARD-ERROR TO TRUE.
051700 1120-NEXT.
051800     PERFORM 1110-READ-CONTROL-CARD THRU 1110-EXIT.
051900 1120-EXIT.
052000     EXIT.
052100 1130-EDIT-TOLERANCE-CARD.
052200     IF TOLERANCE-CARD-READ
052300         DISPLAY 'EXAMP-VAR1 - MORE THAN ONE T CARD ON VARCTL'
052400         SET CONTROL-CARD-ERROR TO TRUE
052500         GO TO 1130-EXIT
052600     END-IF
052700     SET TOLERANCE-CARD-READ TO TRUE
052800     IF VC-TOL-PERCENT NOT NUMERIC
052900         OR VC-TOL-DOLLARS NOT NUMERIC
053000         OR VC-HARD-PERCENT NOT NUMERIC
053100         OR VC-HARD-DOLLARS NOT NUMERIC
053200         DISPLAY 'EXAMP-VAR1 - T CARD LIMITS NOT NUMERIC'
053300         SET CONTROL-CARD-ERROR TO TRUE
053400         GO TO 1130-EXIT
053500     END-IF
053600     IF VC-HARD-PERCENT < VC-TOL-PERCENT
053700         OR VC-HARD-DOLLARS < VC-TOL-DOLLARS
053800         DISPLAY 'EXAMP-VAR1 - T CARD HARD LIMIT BELOW TOLERANCE'
053900         SET CONTROL-CARD-ERROR TO TRUE
054000         GO TO 1130-EXIT
054100     END-IF
054200     MOVE VC-TOL-PERCENT TO WS-TOL-PERCENT
054300     MOVE VC-TOL-DOLLARS TO WS-TOL-DOLLARS
054400     MOVE VC-HARD-PERCENT TO WS-HARD-PERCENT
054500     MOVE VC-HARD-DOLLARS TO WS-HARD-DOLLARS.
054600 1130-EXIT.
054700     EXIT.
054800*----------------------------------------------------------*
054900*    1140-LOAD-OVERRIDE - ONE EMPLOYEE ID FROM AN O CARD.  *
055000*    BLANK POSITIONS ARE SKIPPED.                          *
055100*----------------------------------------------------------*
055200 1140-LOAD-OVERRIDE.
055300     IF VO-EMPLOYEE-ID (WS-CARD-SUB) = SPACES
055400         GO TO 1140-NEXT
055500     END-IF
055600     IF VO-EMPLOYEE-ID-N (WS-CARD-SUB) NOT NUMERIC
055700         DISPLAY 'EXAMP-VAR1 - O CARD ' WS-CARDS-READ
055800             ' EMPLOYEE ID NOT NUMERIC: '
055900             VO-EMPLOYEE-ID (WS-CARD-SUB)
056000         SET CONTROL-CARD-ERROR TO TRUE
056100         GO TO 1140-NEXT
056200     END-IF
056300     IF WS-OVR-COUNT >= WS-OVR-MAX
056400         DISPLAY 'EXAMP-VAR1 - MORE THAN ' WS-OVR-MAX
056500             ' OVERRIDE EMPLOYEE IDS'
056600         SET CONTROL-CARD-ERROR TO TRUE
056700         GO TO 1140-NEXT
056800     END-IF
056900     ADD 1 TO WS-OVR-COUNT
057000     MOVE VO-EMPLOYEE-ID-N (WS-CARD-SUB)
057100         TO WS-OVR-EMPLOYEE-ID (WS-OVR-COUNT)
057200     MOVE 'N' TO WS-OVR-USED-SW (WS-OVR-COUNT).
057300 1140-NEXT.
057400     ADD 1 TO WS-CARD-SUB.
057500 1140-EXIT.
057600     EXIT.
057700*----------------------------------------------------------*
057800*    1300-FIND-PERIOD - THE REGULAR PAY PERIOD ON          *
057900*    RUN-CONTROL HOLDING THE RUN DATE, FOUND THE WAY       *
058000*    EXAMP-PGM3 FINDS IT.  "PAID TWICE" MEANS TWICE IN     *
058100*    THIS PERIOD.  IF NO REGULAR PERIOD HOLDS THE RUN      *
058200*    DATE, ONLY PAYMENTS ON THE RUN DATE ARE CHECKED.      *
058300*----------------------------------------------------------*
058400 1300-FIND-PERIOD.
058500     MOVE WS-RUN-DATE-YYYYMMDD TO WS-PERIOD-START
058600     MOVE WS-RUN-DATE-YYYYMMDD TO WS-PERIOD-END
058700     MOVE WS-RUN-DATE-YYYYMMDD TO RC-PERIOD-END-DATE
058800     START RUN-CONTROL KEY IS NOT LESS THAN RC-PERIOD-END-DATE
058900         INVALID KEY
059000             GO TO 1300-NOT-FOUND
059100     END-START
059200     PERFORM 1310-READ-NEXT-PERIOD THRU 1310-EXIT
059300         UNTIL REGULAR-PERIOD-FOUND
059400            OR END-OF-RUN-CONTROL
059500     IF END-OF-RUN-CONTROL
059600         OR WS-RUN-DATE-YYYYMMDD < RC-PERIOD-START-DATE
059700         GO TO 1300-NOT-FOUND
059800     END-IF
059900     MOVE RC-PERIOD-START-DATE TO WS-PERIOD-START
060000     MOVE RC-PERIOD-END-DATE TO WS-PERIOD-END
060100     GO TO 1300-EXIT.
060200 1300-NOT-FOUND.
060300     DISPLAY 'EXAMP-VAR1 - RUN DATE ' WS-RUN-DATE-YYYYMMDD
060400         ' IN NO REGULAR PERIOD - PAID TWICE CHECK USES'
060500         ' THE RUN DATE ONLY'.
060600 1300-EXIT.
060700     EXIT.
060800 1310-READ-NEXT-PERIOD.
060900     READ RUN-CONTROL NEXT RECORD
061000         AT END
061100             SET END-OF-RUN-CONTROL TO TRUE
061200             GO TO 1310-EXIT
061300     END-READ
061400     IF WS-RUNCTL-STATUS NOT = '00'
061500         DISPLAY 'EXAMP-VAR1 - READ FAILED, RUNCTL STATUS='
061600             WS-RUNCTL-STATUS
061700         MOVE 16 TO RETURN-CODE
061800         STOP RUN
061900     END-IF
062000     IF RUN-TYPE-REGULAR
062100         SET REGULAR-PERIOD-FOUND TO TRUE
062200     END-IF.
062300 1310-EXIT.
062400     EXIT.
062500*----------------------------------------------------------*
062600*    2000-READ-PAY-DETAIL - NEXT EMPLOYEE PAYMENT.  THE    *
062700*    STEP030 FILE HOLDS EMPLOYEES ONLY; AGENCY AND HELD    *
062800*    RECORDS ARE PASSED OVER IN CASE OF A CONCATENATION.   *
062900*----------------------------------------------------------*
063000 2000-READ-PAY-DETAIL.
063100     READ PAY-DETAIL
063200         AT END
063300             SET END-OF-PAY-DETAIL TO TRUE
063400             GO TO 2000-EXIT
063500     END-READ
063600     IF WS-PAYDTL-STATUS NOT = '00'
063700         DISPLAY 'EXAMP-VAR1 - READ FAILED, PAYDTL STATUS='
063800             WS-PAYDTL-STATUS
063900         MOVE 16 TO RETURN-CODE
064000         STOP RUN
064100     END-IF
064200     IF NOT PD-PAYEE-EMPLOYEE
064300         GO TO 2000-READ-PAY-DETAIL
064400     END-IF.
064500 2000-EXIT.
064600     EXIT.
064700*----------------------------------------------------------*
064800*    3000-REVIEW-PAYMENT - COMPARE ONE PAYMENT WITH THE    *
064900*    EMPLOYEE'S LAST REGULAR PAY AND LIST IT IF IT FAILS.  *
065000*----------------------------------------------------------*
065100 3000-REVIEW-PAYMENT.
065200     ADD 1 TO WS-REVIEWED-COUNT
065300     MOVE PD-EMPLOYEE-ID TO WS-CURR-EMPLOYEE-ID
065400     MOVE PD-PAY-DATE TO WS-CURR-PAY-DATE
065500     MOVE PD-RUN-TYPE TO WS-CURR-RUN-TYPE
065600     IF WS-CURR-RUN-TYPE = SPACE
065700         MOVE 'R' TO WS-CURR-RUN-TYPE
065800     END-IF
065900     PERFORM 3100-SCAN-HISTORY THRU 3100-EXIT
066000     MOVE 'N' TO WS-TOL-SW
066100     MOVE 'N' TO WS-HARD-SW
066200     MOVE ZERO TO WS-GROSS-PCT
066300     MOVE ZERO TO WS-NET-PCT
066400     IF PRIOR-REGULAR-FOUND
066500         MOVE PD-GROSS-PAY TO WS-JUDGE-AMOUNT
066600         MOVE WS-PRIOR-GROSS TO WS-JUDGE-BASE
066700         PERFORM 4000-JUDGE-CHANGE THRU 4000-EXIT
066800         MOVE WS-JUDGE-SIGNED-PCT TO WS-GROSS-PCT
066900         MOVE PD-NET-PAY TO WS-JUDGE-AMOUNT
067000         MOVE WS-PRIOR-NET TO WS-JUDGE-BASE
067100         PERFORM 4000-JUDGE-CHANGE THRU 4000-EXIT
067200         MOVE WS-JUDGE-SIGNED-PCT TO WS-NET-PCT
067300         MOVE 'VARIANCE' TO WS-ITEM-TYPE
067400         IF OVER-TOLERANCE
067500             ADD 1 TO WS-VARIANCE-COUNT
067600             PERFORM 3300-LIST-ITEM THRU 3300-EXIT
067700         END-IF
067800     ELSE
067900         MOVE PD-GROSS-PAY TO WS-JUDGE-AMOUNT
068000         MOVE ZERO TO WS-JUDGE-BASE
068100         PERFORM 4000-JUDGE-CHANGE THRU 4000-EXIT
068200         IF EARLIER-PAYMENT-FOUND
068300             MOVE 'NO PRIOR REG' TO WS-ITEM-TYPE
068400             ADD 1 TO WS-NO-PRIOR-COUNT
068500         ELSE
068600             MOVE 'FIRST PAY' TO WS-ITEM-TYPE
068700             ADD 1 TO WS-FIRST-PAY-COUNT
068800         END-IF
068900         PERFORM 3300-LIST-ITEM THRU 3300-EXIT
069000     END-IF
069100     IF WS-OTHER-COUNT > ZERO
069200         ADD 1 TO WS-PAID-TWICE-COUNT
069300         MOVE 1 TO WS-OTHER-SUB
069400         PERFORM 3400-LIST-OTHER-PAYMENT THRU 3400-EXIT
069500             UNTIL WS-OTHER-SUB > WS-OTHER-COUNT
069600                OR WS-OTHER-SUB > WS-OTHER-MAX
069700     END-IF
069800     PERFORM 2000-READ-PAY-DETAIL THRU 2000-EXIT.
069900 3000-EXIT.
070000     EXIT.
070100*----------------------------------------------------------*
070200*    3100-SCAN-HISTORY - BROWSE THE EMPLOYEE'S PAY         *
070300*    HISTORY, OLDEST FIRST, SKIPPING THIS RUN'S OWN ENTRY, *
070400*    REVERSED ENTRIES AND ANYTHING DATED AFTER THIS RUN.   *
070500*    THE LAST REGULAR ENTRY SEEN IS THE PRIOR; ANY ENTRY   *
070600*    DATED IN THE PERIOD IS A SECOND PAYMENT.              *
070700*----------------------------------------------------------*
070800 3100-SCAN-HISTORY.
070900     MOVE 'N' TO WS-EOH-SW
071000     MOVE 'N' TO WS-PRIOR-SW
071100     MOVE 'N' TO WS-EARLIER-SW
071200     MOVE ZERO TO WS-PRIOR-DATE
071300     MOVE ZERO TO WS-PRIOR-GROSS
071400     MOVE ZERO TO WS-PRIOR-NET
071500     MOVE ZERO TO WS-OTHER-COUNT
071600     MOVE WS-CURR-EMPLOYEE-ID TO PH-EMPLOYEE-ID
071700     MOVE ZERO TO PH-PAY-DATE
071800     MOVE LOW-VALUE TO PH-RUN-TYPE
071900     START PAY-HISTORY KEY IS NOT LESS THAN PH-HISTORY-KEY
072000         INVALID KEY
072100             SET END-OF-EMP-HISTORY TO TRUE
072200     END-START
072300     PERFORM 3110-READ-EMP-HISTORY THRU 3110-EXIT
072400         UNTIL END-OF-EMP-HISTORY.
072500 3100-EXIT.
072600     EXIT.
072700 3110-READ-EMP-HISTORY.
072800     READ PAY-HISTORY NEXT RECORD
072900         AT END
073000             SET END-OF-EMP-HISTORY TO TRUE
073100             GO TO 3110-EXIT
073200     END-READ
073300     IF WS-HISTF-STATUS NOT = '00'
073400         DISPLAY 'EXAMP-VAR1 - READ FAILED, HISTF STATUS='
073500             WS-HISTF-STATUS
073600         MOVE 16 TO RETURN-CODE
073700         STOP RUN
073800     END-IF
073900     IF PH-EMPLOYEE-ID NOT = WS-CURR-EMPLOYEE-ID
074000         SET END-OF-EMP-HISTORY TO TRUE
074100         GO TO 3110-EXIT
074200     END-IF
074300     IF PH-HISTORY-KEY = WS-CURR-KEY
074400         OR PH-REVERSED
074500         OR PH-PAY-DATE > WS-CURR-PAY-DATE
074600         GO TO 3110-EXIT
074700     END-IF
074800     SET EARLIER-PAYMENT-FOUND TO TRUE
074900     IF NOT PH-RUN-OFF-CYCLE
075000         SET PRIOR-REGULAR-FOUND TO TRUE
075100         MOVE PH-PAY-DATE TO WS-PRIOR-DATE
075200         MOVE PH-GROSS-PAY TO WS-PRIOR-GROSS
075300         MOVE PH-NET-PAY TO WS-PRIOR-NET
075400     END-IF
075500     IF PH-PAY-DATE NOT < WS-PERIOD-START
075600         AND PH-PAY-DATE NOT > WS-PERIOD-END
075700         ADD 1 TO WS-OTHER-COUNT
075800         IF WS-OTHER-COUNT NOT > WS-OTHER-MAX
075900             MOVE PH-PAY-DATE TO WS-OTHER-DATE (WS-OTHER-COUNT)
076000             MOVE PH-RUN-TYPE
076100                 TO WS-OTHER-RUN-TYPE (WS-OTHER-COUNT)
076200             MOVE PH-GROSS-PAY TO WS-OTHER-GROSS (WS-OTHER-COUNT)
076300             MOVE PH-NET-PAY TO WS-OTHER-NET (WS-OTHER-COUNT)
076400         END-IF
076500     END-IF.
076600 3110-EXIT.
076700     EXIT.
076800*----------------------------------------------------------*
076900*    3300-LIST-ITEM - PRINT A VARIANCE OR FIRST PAYMENT    *
077000*    AND DECIDE ITS ACTION: OVER THE HARD LIMIT IS HELD    *
077100*    UNLESS AN O CARD NAMES THE EMPLOYEE.                  *
077200*----------------------------------------------------------*
077300 3300-LIST-ITEM.
077400     PERFORM 3500-START-DETAIL-LINE THRU 3500-EXIT
077500     MOVE WS-PRIOR-GROSS TO VD-PRIOR-GROSS
077600     MOVE WS-GROSS-PCT TO VD-GROSS-PCT
077700     MOVE WS-PRIOR-NET TO VD-PRIOR-NET
077800     MOVE WS-NET-PCT TO VD-NET-PCT
077900     MOVE WS-PRIOR-DATE TO VD-PRIOR-DATE
078000     MOVE WS-ITEM-TYPE TO VD-ITEM
078100     IF OVER-HARD-LIMIT
078200         PERFORM 3310-FIND-OVERRIDE THRU 3310-EXIT
078300         IF OVERRIDE-FOUND
078400             MOVE 'OVERRIDDEN' TO VD-ACTION
078500             ADD 1 TO WS-OVERRIDDEN-COUNT
078600         ELSE
078700             MOVE '** HOLD **' TO VD-ACTION
078800             ADD 1 TO WS-HELD-COUNT
078900         END-IF
079000     ELSE
079100         MOVE 'REVIEW' TO VD-ACTION
079200     END-IF
079300     PERFORM 5300-WRITE-DETAIL-LINE THRU 5300-EXIT.
079400 3300-EXIT.
079500     EXIT.
079600 3310-FIND-OVERRIDE.
079700     MOVE 'N' TO WS-OVR-SW
079800     MOVE 1 TO WS-OVR-SUB
079900     PERFORM 3320-CHECK-OVERRIDE THRU 3320-EXIT
080000         UNTIL OVERRIDE-FOUND
080100            OR WS-OVR-SUB > WS-OVR-COUNT.
080200 3310-EXIT.
080300     EXIT.
080400 3320-CHECK-OVERRIDE.
080500     IF WS-OVR-EMPLOYEE-ID (WS-OVR-SUB) = WS-CURR-EMPLOYEE-ID
080600         SET OVERRIDE-FOUND TO TRUE
080700         SET OVR-USED (WS-OVR-SUB) TO TRUE
080800     ELSE
080900         ADD 1 TO WS-OVR-SUB
081000     END-IF.
081100 3320-EXIT.
081200     EXIT.
081300*----------------------------------------------------------*
081400*    3400-LIST-OTHER-PAYMENT - ONE LINE PER OTHER PAYMENT  *
081500*    IN THE PERIOD; THE PRIOR COLUMNS SHOW THAT PAYMENT.   *
081600*----------------------------------------------------------*
081700 3400-LIST-OTHER-PAYMENT.
081800     PERFORM 3500-START-DETAIL-LINE THRU 3500-EXIT
081900     MOVE WS-OTHER-GROSS (WS-OTHER-SUB) TO VD-PRIOR-GROSS
082000     MOVE WS-OTHER-NET (WS-OTHER-SUB) TO VD-PRIOR-NET
082100     MOVE WS-OTHER-DATE (WS-OTHER-SUB) TO VD-PRIOR-DATE
082200     MOVE 'PAID TWICE' TO VD-ITEM
082300     MOVE 'REVIEW' TO VD-ACTION
082400     PERFORM 5300-WRITE-DETAIL-LINE THRU 5300-EXIT
082500     ADD 1 TO WS-OTHER-SUB.
082600 3400-EXIT.
082700     EXIT.
082800 3500-START-DETAIL-LINE.
082900     MOVE SPACES TO VAR-DETAIL-LINE
083000     MOVE PD-EMPLOYEE-ID TO VD-EMPLOYEE-ID
083100     MOVE PD-EMPLOYEE-NAME TO VD-EMPLOYEE-NAME
083200     MOVE PD-EMPLOYEE-DEPT TO VD-DEPT
083300     MOVE PD-GROSS-PAY TO VD-GROSS
083400     MOVE PD-NET-PAY TO VD-NET
083500     MOVE ZERO TO VD-PRIOR-GROSS
083600     MOVE ZERO TO VD-GROSS-PCT
083700     MOVE ZERO TO VD-PRIOR-NET
083800     MOVE ZERO TO VD-NET-PCT
083900     MOVE ZERO TO VD-PRIOR-DATE.
084000 3500-EXIT.
084100     EXIT.
084200*----------------------------------------------------------*
084300*    4000-JUDGE-CHANGE - COMPARE WS-JUDGE-AMOUNT WITH      *
084400*    WS-JUDGE-BASE.  A CHANGE IS OVER A LIMIT ONLY WHEN IT *
084500*    PASSES BOTH THE PERCENT AND THE DOLLAR FIGURE, SO A   *
084600*    LARGE PERCENT ON A SMALL CHECK IS NOT LISTED.  SETS   *
084700*    THE SWITCHES ON, NEVER OFF, SO GROSS AND NET ADD UP.  *
084800*----------------------------------------------------------*
084900 4000-JUDGE-CHANGE.
085000     COMPUTE WS-JUDGE-DIFF = WS-JUDGE-AMOUNT - WS-JUDGE-BASE
085100     IF WS-JUDGE-DIFF < ZERO
085200         COMPUTE WS-JUDGE-ABS = ZERO - WS-JUDGE-DIFF
085300     ELSE
085400         MOVE WS-JUDGE-DIFF TO WS-JUDGE-ABS
085500     END-IF
085600     IF WS-JUDGE-BASE > ZERO
085700         COMPUTE WS-JUDGE-PCT ROUNDED =
085800             WS-JUDGE-ABS * 100 / WS-JUDGE-BASE
085900             ON SIZE ERROR
086000                 MOVE 99999.9 TO WS-JUDGE-PCT
086100         END-COMPUTE
086200     ELSE
086300         MOVE 99999.9 TO WS-JUDGE-PCT
086400     END-IF
086500     IF WS-JUDGE-DIFF < ZERO
086600         COMPUTE WS-JUDGE-SIGNED-PCT = ZERO - WS-JUDGE-PCT
086700     ELSE
086800         MOVE WS-JUDGE-PCT TO WS-JUDGE-SIGNED-PCT
086900     END-IF
087000     IF WS-JUDGE-ABS > WS-TOL-DOLLARS
087100         AND WS-JUDGE-PCT > WS-TOL-PERCENT
087200         SET OVER-TOLERANCE TO TRUE
087300     END-IF
087400     IF WS-JUDGE-ABS > WS-HARD-DOLLARS
087500         AND WS-JUDGE-PCT > WS-HARD-PERCENT
087600         SET OVER-HARD-LIMIT TO TRUE
087700     END-IF.
087800 4000-EXIT.
087900     EXIT.
088000*----------------------------------------------------------*
088100*    5100-PRINT-PAGE-TOP - HEADINGS, LIMITS AND COLUMNS.   *
088200*----------------------------------------------------------*
088300 5100-PRINT-PAGE-TOP.
088400     ADD 1 TO WS-PAGE-NO
088500     MOVE WS-RUN-DATE-DISPLAY TO VH1-PAY-DATE
088600     MOVE WS-RUN-TYPE TO VH1-RUN-TYPE
088700     MOVE WS-PERIOD-START TO VH1-PERIOD-START
088800     MOVE WS-PERIOD-END TO VH1-PERIOD-END
088900     MOVE WS-PAGE-NO TO VH1-PAGE-NO
089000     WRITE VAR-LINE FROM VAR-HEADER-LINE1
089100         AFTER ADVANCING PAGE
089200     PERFORM 5000-CHECK-REPORT-WRITE THRU 5000-EXIT
089300     MOVE WS-TOL-PERCENT TO VH2-TOL-PERCENT
089400     MOVE WS-TOL-DOLLARS TO VH2-TOL-DOLLARS
089500     MOVE WS-HARD-PERCENT TO VH2-HARD-PERCENT
089600     MOVE WS-HARD-DOLLARS TO VH2-HARD-DOLLARS
089700     WRITE VAR-LINE FROM VAR-HEADER-LINE2
089800         AFTER ADVANCING 1 LINE
089900     PERFORM 5000-CHECK-REPORT-WRITE THRU 5000-EXIT
090000     WRITE VAR-LINE FROM VAR-COLUMN-LINE1
090100         AFTER ADVANCING 2 LINES
090200     PERFORM 5000-CHECK-REPORT-WRITE THRU 5000-EXIT
090300     WRITE VAR-LINE FROM VAR-COLUMN-LINE2
090400         AFTER ADVANCING 1 LINE
090500     PERFORM 5000-CHECK-REPORT-WRITE THRU 5000-EXIT
090600     MOVE SPACES TO VAR-LINE
090700     WRITE VAR-LINE
090800         AFTER ADVANCING 1 LINE
090900     PERFORM 5000-CHECK-REPORT-WRITE THRU 5000-EXIT
091000     MOVE 6 TO WS-LINE-COUNT.
091100 5100-EXIT.
091200     EXIT.
091300*----------------------------------------------------------*
091400*    5000-CHECK-REPORT-WRITE - STATUS AND LINE COUNT.      *
091500*----------------------------------------------------------*
091600 5000-CHECK-REPORT-WRITE.
091700     IF WS-VARRPT-STATUS NOT = '00'
091800         DISPLAY 'EXAMP-VAR1 - WRITE FAILED, VARRPT STATUS='
091900             WS-VARRPT-STATUS
092000         MOVE 16 TO RETURN-CODE
092100         STOP RUN
092200     END-IF
092300     ADD 1 TO WS-LINE-COUNT.
092400 5000-EXIT.
092500     EXIT.
092600 5300-WRITE-DETAIL-LINE.
092700     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
092800         PERFORM 5100-PRINT-PAGE-TOP THRU 5100-EXIT
092900     END-IF
093000     WRITE VAR-LINE FROM VAR-DETAIL-LINE
093100         AFTER ADVANCING 1 LINE
093200     PERFORM 5000-CHECK-REPORT-WRITE THRU 5000-EXIT
093300     ADD 1 TO WS-LISTED-COUNT.
093400 5300-EXIT.
093500     EXIT.
093600*----------------------------------------------------------*
093700*    8000-TERMINATE - UNUSED OVERRIDES, CHANGES AWAITING   *
093800*    APPROVAL, RUN SUMMARY, THE RELEASE DECISION, CLOSE,   *
093850*    RETURN CODE.                                          *
093900*----------------------------------------------------------*
094000 8000-TERMINATE.
094100     IF WS-LISTED-COUNT = ZERO
094200         MOVE 'NO PAYMENTS OUTSIDE TOLERANCE' TO VM-TEXT
094300         PERFORM 8130-WRITE-MESSAGE THRU 8130-EXIT
094400     END-IF
094500     MOVE 1 TO WS-OVR-SUB
094600     PERFORM 8200-LIST-UNUSED-OVERRIDE THRU 8200-EXIT
094700         UNTIL WS-OVR-SUB > WS-OVR-COUNT
094720     MOVE 'N' TO WS-EOP-SW
094740     PERFORM 8300-LIST-PENDING-APPROVAL THRU 8300-EXIT
094760         UNTIL END-OF-PENDING-APPROVAL
094800     PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT
094900     CLOSE PAY-DETAIL
095000     CLOSE PAY-HISTORY
095100     CLOSE RUN-CONTROL
095200     CLOSE VARIANCE-REPORT
095250     CLOSE PENDING-APPROVAL
095300     IF WS-HELD-COUNT > ZERO
095400         DISPLAY 'EXAMP-VAR1 - ' WS-HELD-COUNT
095500             ' PAYMENT(S) OVER THE HARD LIMIT - RUN NOT RELEASED'
095600         MOVE 16 TO RETURN-CODE
095700     ELSE
095800         IF WS-LISTED-COUNT > ZERO
095850             OR WS-AWAITING-COUNT > ZERO
095900             DISPLAY 'EXAMP-VAR1 - ' WS-LISTED-COUNT
096000                 ' ITEM(S) LISTED FOR REVIEW - SEE VARRPT'
096030             DISPLAY 'EXAMP-VAR1 - ' WS-AWAITING-COUNT
096060                 ' MASTER CHANGE(S) AWAITING APPROVAL'
096100             MOVE 4 TO RETURN-CODE
096200         ELSE
096300             MOVE 0 TO RETURN-CODE
096400         END-IF
096500     END-IF.
096600 8000-EXIT.
096700     EXIT.
096800 8100-WRITE-SUMMARY.
096900     PERFORM 5100-PRINT-PAGE-TOP THRU 5100-EXIT
097000     MOVE 'PAYMENTS REVIEWED           :' TO VS-LABEL
097100     MOVE WS-REVIEWED-COUNT TO VS-VALUE
097200     PERFORM 8110-WRITE-COUNT THRU 8110-EXIT
097300     MOVE 'OUTSIDE TOLERANCE           :' TO VS-LABEL
097400     MOVE WS-VARIANCE-COUNT TO VS-VALUE
097500     PERFORM 8110-WRITE-COUNT THRU 8110-EXIT
097600     MOVE 'FIRST PAYMENTS              :' TO VS-LABEL
097700     MOVE WS-FIRST-PAY-COUNT TO VS-VALUE
097800     PERFORM 8110-WRITE-COUNT THRU 8110-EXIT
097900     MOVE 'NO PRIOR REGULAR PAYMENT    :' TO VS-LABEL
098000     MOVE WS-NO-PRIOR-COUNT TO VS-VALUE
098100     PERFORM 8110-WRITE-COUNT THRU 8110-EXIT
098200     MOVE 'PAID TWICE IN THE PERIOD    :' TO VS-LABEL
098300     MOVE WS-PAID-TWICE-COUNT TO VS-VALUE
098400     PERFORM 8110-WRITE-COUNT THRU 8110-EXIT
098500     MOVE 'OVER HARD LIMIT - OVERRIDDEN:' TO VS-LABEL
098600     MOVE WS-OVERRIDDEN-COUNT TO VS-VALUE
098700     PERFORM 8110-WRITE-COUNT THRU 8110-EXIT
098800     MOVE 'OVER HARD LIMIT - HELD      :' TO VS-LABEL
098900     MOVE WS-HELD-COUNT TO VS-VALUE
099000     PERFORM 8110-WRITE-COUNT THRU 8110-EXIT
099100     MOVE 'OVERRIDE CARDS NOT USED     :' TO VS-LABEL
099200     MOVE WS-OVR-UNUSED-COUNT TO VS-VALUE
099220     PERFORM 8110-WRITE-COUNT THRU 8110-EXIT
099240     MOVE 'CHANGES AWAITING APPROVAL   :' TO VS-LABEL
099260     MOVE WS-AWAITING-COUNT TO VS-VALUE
099300     PERFORM 8110-WRITE-COUNT THRU 8110-EXIT
099400     IF WS-HELD-COUNT > ZERO
099500         MOVE '*** HARD LIMIT EXCEEDED - DO NOT RELEASE ***'
099600             TO VM-TEXT
099700     ELSE
099800         MOVE '*** VARIANCE REVIEW CLEARED FOR RELEASE ***'
099900             TO VM-TEXT
100000     END-IF
100100     MOVE SPACES TO VAR-LINE
100200     WRITE VAR-LINE
100300         AFTER ADVANCING 1 LINE
100400     PERFORM 5000-CHECK-REPORT-WRITE THRU 5000-EXIT
100500     PERFORM 8130-WRITE-MESSAGE THRU 8130-EXIT.
100600 8100-EXIT.
100700     EXIT.
100800 8110-WRITE-COUNT.
100900     WRITE VAR-LINE FROM VAR-SUMMARY-LINE
101000         AFTER ADVANCING 1 LINE
101100     PERFORM 5000-CHECK-REPORT-WRITE THRU 5000-EXIT.
101200 8110-EXIT.
101300     EXIT.
101400 8130-WRITE-MESSAGE.
101500     WRITE VAR-LINE FROM VAR-MESSAGE-LINE
101600         AFTER ADVANCING 1 LINE
101700     PERFORM 5000-CHECK-REPORT-WRITE THRU 5000-EXIT.
101800 8130-EXIT.
101900     EXIT.
102000*----------------------------------------------------------*
102100*    8200-LIST-UNUSED-OVERRIDE - AN O CARD EMPLOYEE WITH   *
102200*    NOTHING OVER THE HARD LIMIT IS LISTED, SO A MISKEYED  *
102300*    ID IS NOT TAKEN FOR AN APPROVED RELEASE.              *
102400*----------------------------------------------------------*
102500 8200-LIST-UNUSED-OVERRIDE.
102600     IF NOT OVR-USED (WS-OVR-SUB)
102700         IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
102800             PERFORM 5100-PRINT-PAGE-TOP THRU 5100-EXIT
102900         END-IF
103000         MOVE WS-OVR-EMPLOYEE-ID (WS-OVR-SUB) TO VV-EMPLOYEE-ID
103100         WRITE VAR-LINE FROM VAR-OVERRIDE-LINE
103200             AFTER ADVANCING 1 LINE
103300         PERFORM 5000-CHECK-REPORT-WRITE THRU 5000-EXIT
103400         ADD 1 TO WS-OVR-UNUSED-COUNT
103500     END-IF
103600     ADD 1 TO WS-OVR-SUB.
103700 8200-EXIT.
103800     EXIT.
103900*----------------------------------------------------------*
104000*    8300-LIST-PENDING-APPROVAL - ONE LINE PER EMPLOYEE-   *
104100*    MASTER CHANGE STILL WAITING FOR A SECOND USER.  THE   *
104200*    HEADING PRINTS WITH THE FIRST ONE FOUND.              *
104300*----------------------------------------------------------*
104400 8300-LIST-PENDING-APPROVAL.
104500     READ PENDING-APPROVAL NEXT RECORD
104600         AT END
104700             SET END-OF-PENDING-APPROVAL TO TRUE
104800             GO TO 8300-EXIT
104900     END-READ
104910     IF WS-PENDAPR-STATUS NOT = '00'
104920         DISPLAY 'EXAMP-VAR1 - READ FAILED, PENDAPR STATUS='
104930             WS-PENDAPR-STATUS
104940         MOVE 16 TO RETURN-CODE
104950         STOP RUN
104960     END-IF
105000     IF NOT PA-PENDING
105100         GO TO 8300-EXIT
105200     END-IF
105220     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
105240         PERFORM 5100-PRINT-PAGE-TOP THRU 5100-EXIT
105260     END-IF
105300     IF WS-AWAITING-COUNT = ZERO
105400         MOVE SPACES TO VAR-LINE
105500         WRITE VAR-LINE
105600             AFTER ADVANCING 1 LINE
105700         PERFORM 5000-CHECK-REPORT-WRITE THRU 5000-EXIT
105800         MOVE 'CHANGES AWAITING APPROVAL - NOT IN THIS RUN'
105900             TO VM-TEXT
106000         PERFORM 8130-WRITE-MESSAGE THRU 8130-EXIT
106100     END-IF
106500     MOVE PA-EMPLOYEE-ID TO VP-EMPLOYEE-ID
106600     IF PA-FUNC-BANK
106700         MOVE 'BANK ACCOUNT CHANGE' TO VP-CHANGE
106800     ELSE
106900         IF PA-FUNC-CHANGE
107000             MOVE 'SALARY/RATE CHANGE' TO VP-CHANGE
107100         ELSE
107200             MOVE 'REACTIVATE' TO VP-CHANGE
107300         END-IF
107400     END-IF
107500     MOVE PA-ENTERED-USER TO VP-ENTERED-USER
107600     MOVE PA-ENTERED-DATE TO VP-ENTERED-DATE
107700     WRITE VAR-LINE FROM VAR-PENDING-LINE
107800         AFTER ADVANCING 1 LINE
107900     PERFORM 5000-CHECK-REPORT-WRITE THRU 5000-EXIT
108000     ADD 1 TO WS-AWAITING-COUNT.
108100 8300-EXIT.
108200     EXIT.
