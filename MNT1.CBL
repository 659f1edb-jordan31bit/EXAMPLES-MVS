002300*      COL 12-34   EMPLOYEE-NAME   (C: SPACES = NO CHANGE).
002400*      COL 35-38   EMPLOYEE-DEPT   (C: SPACES = NO CHANGE).
002500*      COL 39-47   SALARY 9(7)V99  (C: SPACES = NO CHANGE).
002501*    ON A 'C' THAT KEYS A SALARY, TWO MORE COLUMNS APPLY:
002502*      COL 48-55   EFFECTIVE DATE YYYYMMDD (SPACES = RUN DATE).
002503*      COL 56      RATE TYPE - S OR SPACE = COLS 39-47 ARE THE
002504*                  PERIOD SALARY, H = THEY ARE THE HOURLY RATE
002505*                  (99.99 AT MOST).
002506*    EVERY KEYED RATE IS ALSO WRITTEN TO RATE-CHANGE (SEE
002507*    COPYLIB/RATECHG).  A SALARY EFFECTIVE ON OR BEFORE THE RUN
002508*    DATE GOES ON THE MASTER NOW; A FUTURE-DATED ONE, AND EVERY
002509*    HOURLY RATE, LEAVES THE MASTER ALONE AND IS PICKED UP BY
002510*    EXAMP-PGM1 WHEN A PAY RUN REACHES THE EFFECTIVE DATE.  A
002511*    PAST DATE MAKES EXAMP-PGM3 PAY THE RETRO DIFFERENCE FOR THE
002512*    REGULAR PAY DATES ALREADY PAID AT THE OLD RATE.  ONLY ONE
002513*    CHANGE PER EMPLOYEE MAY WAIT UNPAID - A NEW ONE REPLACES IT
002514*    - AND AN EFFECTIVE DATE MUST BE AFTER THE LAST CHANGE PAID.
002517*    FOR A 'B' TRANSACTION COLUMNS 12-37 ARE INSTEAD:
002520*      COL 12-20   BANK ROUTING NUMBER 9(09).
002530*      COL 21-37   BANK ACCOUNT NUMBER.
002540*    A 'B' TRANSACTION PUTS THE EMPLOYEE INTO THE PRENOTE
002550*    CYCLE; EXAMP-PGM4 SENDS THE ZERO-DOLLAR PRENOTE ON THE
002551*    NEXT PAY RUN AND GOES LIVE THE RUN AFTER THAT.
002552*    FOR A 'G' (GARNISHMENT ORDER) TRANSACTION COLUMNS 12-55:
002553*      COL 12-13   ORDER PRIORITY 9(02) (1 = TAKEN FIRST).
002554*      COL 14-28   COURT CASE NUMBER.
002555*      COL 29      METHOD - A=FLAT AMOUNT, P=PCT OF GROSS.
002556*      COL 30-36   AMOUNT PER PERIOD 9(5)V99 (METHOD A).
002557*      COL 37-40   PERCENT OF GROSS 9(2)V99 (METHOD P).
002558*      COL 41-49   TOTAL OWED 9(7)V99.
002559*      COL 50-55   AGENCY ID THE ORDER IS REMITTED TO - MUST
002560*                  BE ON GARNISH-AGENCY (SEE EXAMP-MNT2).
002561*                  REQUIRED FOR A NEW ORDER; SPACES ON AN
002562*                  UPDATE KEEP THE AGENCY ALREADY ON FILE.
002568*    'G' ADDS THE ORDER TO GARNISH-MASTER, OR UPDATES THE
002569*    TERMS OF AN EXISTING ORDER WITHOUT DISTURBING WHAT HAS
002570*    ALREADY BEEN TAKEN OR ACCRUED AS ARREARS.
002597*    'O' REOPENS A POSTED/CLOSED PERIOD ON THE RUN CONTROL
002598*    FILE FOR A LEGITIMATE RERUN, OR ADDS A NEW PERIOD TO
002599*    THE CALENDAR IF THE END DATE IS NOT ON FILE.
002600*    TWO-PERSON APPROVAL: A 'B', A 'C' THAT KEYS A SALARY OR
002601*    RATE, AND AN 'R' ARE EDITED BUT NOT APPLIED.  THE CARD IS
002602*    HELD ON PENDING-APPROVAL (SEE COPYLIB/PENDAPRV) WITH THE
002603*    USER ID THE RUN WAS SUBMITTED UNDER, TAKEN FROM THE USERID
002604*    CARD (COLS 1-8, FILLED IN BY THE JCL FROM &SYSUID).  A
002605*    LATER RUN SUBMITTED UNDER A DIFFERENT USER ID DECIDES IT:
002606*      COL  1      FUNCTION - V=APPROVE, X=REJECT.
002607*      COL  2-11   EMPLOYEE-ID.
002608*      COL 12      FUNCTION OF THE HELD ITEM - B, C OR R.
002609*      COL 13-42   REASON (X ONLY; PRINTED ON THE REGISTER).
002610*    'V' PUTS THE HELD CARD BACK THROUGH THE EDITS AND APPLIES
002611*    IT AS IF IT HAD JUST BEEN KEYED; ONE THAT NO LONGER PASSES
002612*    IS REJECTED WITH ITS REASON.  UNTIL THEN THE MASTER, THE
002613*    JOURNAL AND RATE-CHANGE ARE UNTOUCHED, SO A PAY RUN PAYS
002614*    FROM THE LAST APPROVED VALUES.  ONE ITEM PER EMPLOYEE AND
002615*    FUNCTION MAY WAIT AT A TIME.  EVERY RUN ENDS BY LISTING
002616*    THE ITEMS STILL WAITING.
002656*
002700*    MODIFICATION HISTORY.
002800*    DATE       INIT  DESCRIPTION
002900*    ---------  ----  ---------------------------------------
003109*                     REFUSE A DATE ALREADY ON THE RUN
003110*                     CONTROL FILE INSTEAD OF SILENTLY
003111*                     REOPENING THE POSTED PERIOD.
003115*    10/15/26   DM    CLEAR THE NEW EM-YTD-SS-TAX AND
003119*                     EM-YTD-MED-TAX ON AN ADD.
003123*    10/15/26   DM    'G' TAKES THE AGENCY ID THE ORDER IS
003127*                     REMITTED TO (COLUMNS 50-55), EDITED
003131*                     AGAINST THE NEW GARNISH-AGENCY FILE.
003135*    10/15/26   DM    A SALARY ON A 'C' NOW CARRIES AN
003139*                     EFFECTIVE DATE AND RATE TYPE (COLUMNS
003143*                     48-56) AND IS LOGGED TO THE NEW
003147*                     RATE-CHANGE FILE, SO RAISES CAN BE KEYED
003151*                     AHEAD OF TIME OR BACK-DATED FOR RETRO.
003155*    10/15/26   DM    A 'B', A 'C' THAT KEYS A SALARY, AND AN
003159*                     'R' ARE NO LONGER APPLIED WHEN KEYED.
003163*                     THEY ARE HELD ON THE NEW PENDING-APPROVAL
003167*                     FILE (SEE COPYLIB/PENDAPRV) WITH THE
003171*                     SUBMITTING USER ID FROM THE NEW USERID
003175*                     CARD, UNTIL A 'V' CARD IN A RUN SUBMITTED
003179*                     BY A DIFFERENT USER APPLIES THEM OR AN
003183*                     'X' CARD REJECTS THEM.  EVERY RUN LISTS
003187*                     THE ITEMS STILL WAITING.
003191 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
003400 OBJECT-COMPUTER. IBM-370.
004900     ACCESS MODE IS RANDOM
004901     RECORD KEY IS GM-GARNISH-KEY
004902     FILE STATUS IS WS-GARNMST-STATUS.
004903     SELECT GARNISH-AGENCY
004904     ASSIGN TO UT-S-GARNAGY
004905     ORGANIZATION IS INDEXED
004906     ACCESS MODE IS RANDOM
004907     RECORD KEY IS GA-AGENCY-ID
004908     FILE STATUS IS WS-GARNAGY-STATUS.
004909     SELECT RATE-CHANGE
004910     ASSIGN TO UT-S-RATECHG
004911     ORGANIZATION IS INDEXED
004912     ACCESS MODE IS DYNAMIC
004913     RECORD KEY IS RG-RATE-KEY
004914     FILE STATUS IS WS-RATECHG-STATUS.
004915     SELECT USERID-PARM
004916     ASSIGN TO UT-S-USERID
004917     FILE STATUS IS WS-USERID-STATUS.
004918     SELECT PENDING-APPROVAL
004919     ASSIGN TO UT-S-PENDAPR
004920     ORGANIZATION IS INDEXED
004921     ACCESS MODE IS DYNAMIC
004922     RECORD KEY IS PA-PENDING-KEY
004923     FILE STATUS IS WS-PENDAPR-STATUS.
004953 DATA DIVISION.
005000 FILE SECTION.
005100 FD  MAINT-TRAN
005200     RECORDING MODE IS F
006220         88  MT-FUNC-OVERRIDE             VALUE 'O'.
006230         88  MT-FUNC-GARNISH              VALUE 'G'.
006240         88  MT-FUNC-GADJUST              VALUE 'J'.
006260         88  MT-FUNC-APPROVE              VALUE 'V'.
006280         88  MT-FUNC-REJECT               VALUE 'X'.
006300     02  MT-EMPLOYEE-ID               PIC 9(10).
006310     02  MT-TRAN-DATA.
006400         03  MT-EMPLOYEE-NAME         PIC X(23).
006600         03  MT-EMPLOYEE-SALARY       PIC 9(7)V99.
006700         03  MT-SALARY-X REDEFINES MT-EMPLOYEE-SALARY
006800                                      PIC X(09).
006900         03  MT-EFFECTIVE-DATE        PIC 9(08).
006901         03  MT-EFFECTIVE-X REDEFINES MT-EFFECTIVE-DATE
006902                                      PIC X(08).
006903         03  MT-RATE-TYPE             PIC X(01).
006904             88  MT-RATE-SALARIED         VALUE 'S' ' '.
006905             88  MT-RATE-HOURLY           VALUE 'H'.
006906         03  FILLER                   PIC X(24).
006910     02  MT-BANK-DATA REDEFINES MT-TRAN-DATA.
006920         03  MT-BANK-ROUTING          PIC 9(09).
006930         03  MT-BANK-ACCOUNT          PIC X(17).
006947         03  MT-GARN-AMOUNT           PIC 9(5)V99.
006948         03  MT-GARN-PCT              PIC 9(2)V99.
006949         03  MT-GARN-TOTAL-OWED       PIC 9(7)V99.
006950         03  MT-GARN-AGENCY-ID        PIC X(06).
006951         03  FILLER                   PIC X(25).
006952     02  MT-GADJ-DATA REDEFINES MT-TRAN-DATA.
006953         03  MT-GADJ-PRIORITY         PIC 9(02).
006954         03  MT-GADJ-TOTAL-TAKEN      PIC 9(7)V99.
006955         03  MT-GADJ-ARREARS          PIC 9(7)V99.
006956         03  FILLER                   PIC X(49).
006957     02  MT-PERIOD-DATA REDEFINES MT-TRAN-DATA.
006960         03  MT-PERIOD-END-DATE       PIC 9(08).
006970         03  MT-PERIOD-START-DATE     PIC 9(08).
006980         03  MT-PERIOD-START-X REDEFINES MT-PERIOD-START-DATE
006992             88  MT-PERIOD-REGULAR        VALUE 'R' ' '.
006993             88  MT-PERIOD-OFF-CYCLE      VALUE 'O'.
006994         03  FILLER                   PIC X(52).
006995     02  MT-DECISION-DATA REDEFINES MT-TRAN-DATA.
006996         03  MT-DEC-FUNCTION          PIC X(01).
006997             88  MT-DEC-BANK              VALUE 'B'.
006998             88  MT-DEC-CHANGE            VALUE 'C'.
006999             88  MT-DEC-REACTIVATE        VALUE 'R'.
007000         03  MT-DEC-REASON            PIC X(30).
007001         03  FILLER                   PIC X(38).
007041 FD  AUDIT-RPT
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE OMITTED
007300     RECORD CONTAINS 132 CHARACTERS
008098     RECORD CONTAINS 100 CHARACTERS
008099     DATA RECORD IS GARNISH-MASTER-RECORD.
008100     COPY GARNMAST.
008102 FD  GARNISH-AGENCY
008104     RECORD CONTAINS 150 CHARACTERS
008106     DATA RECORD IS GARNISH-AGENCY-RECORD.
008108     COPY GARNAGCY.
008109 FD  RATE-CHANGE
008110     RECORD CONTAINS 80 CHARACTERS
008111     DATA RECORD IS RATE-CHANGE-RECORD.
008112     COPY RATECHG.
008113 FD  USERID-PARM
008114     RECORDING MODE IS F
008115     LABEL RECORDS ARE OMITTED
008116     RECORD CONTAINS 80 CHARACTERS
008117     BLOCK CONTAINS 10 RECORDS
008118     DATA RECORD IS USERID-PARM-RECORD.
008119 01  USERID-PARM-RECORD.
008120     02  UP-USER-ID                   PIC X(08).
008121     02  UP-USER-PARTS REDEFINES UP-USER-ID.
008122         03  UP-USER-FIRST            PIC X(01).
008123         03  FILLER                   PIC X(07).
008124     02  FILLER                       PIC X(72).
008125 FD  PENDING-APPROVAL
008126     RECORD CONTAINS 200 CHARACTERS
008127     DATA RECORD IS PENDING-APPROVAL-RECORD.
008128     COPY PENDAPRV.
008158*
008200 WORKING-STORAGE SECTION.
008300 01  WS-FILE-STATUSES.
008400     02  WS-TRANIN-STATUS             PIC X(02) VALUE '00'.
008620     02  WS-JRNL-STATUS               PIC X(02) VALUE '00'.
008630     02  WS-DEPTF-STATUS              PIC X(02) VALUE '00'.
008640     02  WS-GARNMST-STATUS            PIC X(02) VALUE '00'.
008670     02  WS-GARNAGY-STATUS            PIC X(02) VALUE '00'.
008680     02  WS-RATECHG-STATUS            PIC X(02) VALUE '00'.
008686     02  WS-USERID-STATUS             PIC X(02) VALUE '00'.
008692     02  WS-PENDAPR-STATUS            PIC X(02) VALUE '00'.
008700 01  WS-SWITCHES.
008800     02  WS-EOF-SW                    PIC X(01) VALUE 'N'.
008900         88  END-OF-TRANS                 VALUE 'Y'.
009300     02  WS-ONFILE-SW                 PIC X(01) VALUE 'N'.
009400         88  MASTER-ON-FILE               VALUE 'Y'.
009500         88  MASTER-NOT-ON-FILE           VALUE 'N'.
009510     02  WS-RATE-EOF-SW               PIC X(01) VALUE 'N'.
009520         88  END-OF-RATE-CHANGES          VALUE 'Y'.
009530     02  WS-PENDING-SW                PIC X(01) VALUE 'N'.
009540         88  PENDING-RATE-ON-FILE         VALUE 'Y'.
009550         88  NO-PENDING-RATE              VALUE 'N'.
009555     02  WS-PEND-EOF-SW               PIC X(01) VALUE 'N'.
009560         88  END-OF-PENDING               VALUE 'Y'.
009565     02  WS-PEND-FOUND-SW             PIC X(01) VALUE 'N'.
009570         88  PENDING-ITEM-FOUND           VALUE 'Y'.
009575         88  NO-PENDING-ITEM              VALUE 'N'.
009580     02  WS-APPROVAL-SW               PIC X(01) VALUE 'N'.
009585         88  APPLYING-APPROVED-ITEM       VALUE 'Y'.
009590         88  NOT-APPLYING-APPROVAL        VALUE 'N'.
009600 01  WS-COUNTERS.
009700     02  WS-TRAN-COUNT                PIC 9(07) COMP VALUE ZERO.
009800     02  WS-APPLIED-COUNT             PIC 9(07) COMP VALUE ZERO.
009900     02  WS-REJECT-COUNT              PIC 9(07) COMP VALUE ZERO.
009950     02  WS-RATE-COUNT                PIC 9(07) COMP VALUE ZERO.
009960     02  WS-HELD-COUNT                PIC 9(07) COMP VALUE ZERO.
009970     02  WS-APPROVED-COUNT            PIC 9(07) COMP VALUE ZERO.
009980     02  WS-DECLINED-COUNT            PIC 9(07) COMP VALUE ZERO.
009990     02  WS-WAITING-COUNT             PIC 9(07) COMP VALUE ZERO.
010000 01  WS-REJECT-REASON                 PIC X(30) VALUE SPACES.
010010 01  WS-JRNL-ACTION                   PIC X(01) VALUE SPACE.
010020 01  WS-BEFORE-IMAGE                  PIC X(200) VALUE SPACES.
010030 01  WS-AFTER-IMAGE                   PIC X(200) VALUE SPACES.
010035 01  WS-EFFECTIVE-DATE                PIC 9(08) VALUE ZERO.
010040 01  WS-EFFECTIVE-PARTS REDEFINES WS-EFFECTIVE-DATE.
010045     02  WS-ED-YYYY                   PIC 9(04).
010050     02  WS-ED-MM                     PIC 9(02).
010055     02  WS-ED-DD                     PIC 9(02).
010060 01  WS-LAST-APPLIED-DATE             PIC 9(08) VALUE ZERO.
010065 01  WS-PENDING-RATE-KEY              PIC X(18) VALUE SPACES.
010070 01  WS-RATE-MESSAGE.
010075     02  WS-RM-TEXT                   PIC X(20) VALUE SPACES.
010076     02  WS-RM-DATE                   PIC 9(08) VALUE ZERO.
010077     02  FILLER                       PIC X(02) VALUE SPACES.
010078 01  WS-USER-ID                       PIC X(08) VALUE SPACES.
010079 01  WS-RUN-TIME                      PIC 9(08) VALUE ZERO.
010080 01  WS-FIND-FUNCTION                 PIC X(01) VALUE SPACE.
010081 01  WS-SAVED-TRAN                    PIC X(80) VALUE SPACES.
010082 01  WS-HELD-MESSAGE.
010083     02  FILLER                       PIC X(16) VALUE
010084                                      'HELD - KEYED BY '.
010085     02  WS-HM-USER                   PIC X(08) VALUE SPACES.
010086     02  FILLER                       PIC X(06) VALUE SPACES.
010087 01  WS-DECIDED-MESSAGE.
010088     02  FILLER                       PIC X(03) VALUE 'BY '.
010089     02  WS-DM-DECIDED-USER           PIC X(08) VALUE SPACES.
010090     02  FILLER                       PIC X(11) VALUE
010091                                      ', KEYED BY '.
010092     02  WS-DM-ENTERED-USER           PIC X(08) VALUE SPACES.
010093 01  WS-WAITING-MESSAGE.
010094     02  FILLER                       PIC X(09) VALUE 'KEYED BY '.
010095     02  WS-WM-USER                   PIC X(08) VALUE SPACES.
010096     02  FILLER                       PIC X(04) VALUE ' ON '.
010097     02  WS-WM-DATE                   PIC 9(08) VALUE ZERO.
010098     02  FILLER                       PIC X(01) VALUE SPACE.
010100 01  WS-RUN-DATE-YYYYMMDD             PIC 9(08).
010200 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-YYYYMMDD.
010300     02  WS-RD-YYYY-IN                PIC 9(04).
012400     02  FILLER                       PIC X(10) VALUE SPACES.
012500     02  FILLER                       PIC X(05) VALUE 'PAGE:'.
012600     02  AH1-PAGE-NO                  PIC ZZZ9.
012700     02  FILLER                       PIC X(05) VALUE SPACES.
012720     02  FILLER                       PIC X(08) VALUE 'USER ID:'.
012740     02  FILLER                       PIC X(01) VALUE SPACE.
012760     02  AH1-USER-ID                  PIC X(08).
012780     02  FILLER                       PIC X(33) VALUE SPACES.
012800 01  AUD-HEADER-LINE2.
012900     02  FILLER                       PIC X(01) VALUE SPACE.
013000     02  FILLER                       PIC X(09) VALUE 'ACTION'.
020598         MOVE 16 TO RETURN-CODE
020599         STOP RUN
020600     END-IF
020601     OPEN INPUT GARNISH-AGENCY
020602     IF WS-GARNAGY-STATUS NOT = '00'
020603         DISPLAY 'EXAMP-MNT1 - OPEN FAILED, GARNAGY STATUS='
020604             WS-GARNAGY-STATUS
020605         MOVE 16 TO RETURN-CODE
020606         STOP RUN
020607     END-IF
020608     OPEN I-O RATE-CHANGE
020609     IF WS-RATECHG-STATUS NOT = '00'
020610         DISPLAY 'EXAMP-MNT1 - OPEN FAILED, RATECHG STATUS='
020611             WS-RATECHG-STATUS
020612         MOVE 16 TO RETURN-CODE
020613         STOP RUN
020614     END-IF
020615     OPEN I-O PENDING-APPROVAL
020616     IF WS-PENDAPR-STATUS NOT = '00'
020617         DISPLAY 'EXAMP-MNT1 - OPEN FAILED, PENDAPR STATUS='
020618             WS-PENDAPR-STATUS
020619         MOVE 16 TO RETURN-CODE
020620         STOP RUN
020621     END-IF
020651     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
020700     MOVE WS-RD-MM-IN TO WS-RD-MM
020800     MOVE WS-RD-DD-IN TO WS-RD-DD
020900     MOVE WS-RD-YYYY-IN TO WS-RD-YYYY
021000     MOVE WS-MAX-LINES-PER-PAGE TO WS-LINE-COUNT
021050     PERFORM 1050-GET-USER-ID THRU 1050-EXIT
021100     PERFORM 1100-READ-TRANS THRU 1100-EXIT.
021200 1000-EXIT.
021300     EXIT.
021303*----------------------------------------------------------*
021306*    1050-GET-USER-ID - THE USERID CARD NAMES THE USER     *
021309*    THE RUN WAS SUBMITTED UNDER.  HELD ITEMS ARE STAMPED  *
021312*    WITH IT, AND A DECISION IS REFUSED WHEN IT MATCHES    *
021315*    THE USER WHO KEYED THE ITEM, SO THE RUN DOES NOT GO   *
021318*    ON WITHOUT IT.                                        *
021321*----------------------------------------------------------*
021324 1050-GET-USER-ID.
021327     OPEN INPUT USERID-PARM
021330     IF WS-USERID-STATUS NOT = '00'
021333         DISPLAY 'EXAMP-MNT1 - OPEN FAILED, USERID STATUS='
021336             WS-USERID-STATUS
021339         MOVE 16 TO RETURN-CODE
021342         STOP RUN
021345     END-IF
021348     READ USERID-PARM
021351         AT END
021354             DISPLAY 'EXAMP-MNT1 - USERID CARD MISSING'
021357             MOVE 16 TO RETURN-CODE
021360             STOP RUN
021363     END-READ
021366     IF UP-USER-ID = SPACES
021369         OR UP-USER-FIRST = '&'
021372         DISPLAY 'EXAMP-MNT1 - USERID CARD BLANK OR NOT '
021375             'RESOLVED: ' UP-USER-ID
021378         MOVE 16 TO RETURN-CODE
021381         STOP RUN
021384     END-IF
021387     MOVE UP-USER-ID TO WS-USER-ID
021390     CLOSE USERID-PARM.
021393 1050-EXIT.
021396     EXIT.
021400 1100-READ-TRANS.
021500     READ MAINT-TRAN
021600         AT END
023210         IF MT-FUNC-OVERRIDE
023220             PERFORM 3500-APPLY-OVERRIDE THRU 3500-EXIT
023230         ELSE
023300             IF MT-FUNC-APPROVE OR MT-FUNC-REJECT
023302                 PERFORM 3700-APPLY-DECISION THRU 3700-EXIT
023304             ELSE
023306                 PERFORM 2200-APPLY-TRAN THRU 2200-EXIT
023308             END-IF
023310         END-IF
023400     END-IF
023500     IF TRAN-IS-INVALID
024560         AND NOT MT-FUNC-OVERRIDE
024570         AND NOT MT-FUNC-GARNISH
024580         AND NOT MT-FUNC-GADJUST
024586         AND NOT MT-FUNC-APPROVE
024592         AND NOT MT-FUNC-REJECT
024600         SET TRAN-IS-INVALID TO TRUE
024700         MOVE 'FUNCTION CODE INVALID' TO WS-REJECT-REASON
024800         GO TO 2100-EXIT
025300         MOVE 'EMPLOYEE ID NOT NUMERIC' TO WS-REJECT-REASON
025400         GO TO 2100-EXIT
025500     END-IF
025520     IF MT-FUNC-APPROVE OR MT-FUNC-REJECT
025540         PERFORM 2160-EDIT-DECISION-FIELDS THRU 2160-EXIT
025560         GO TO 2100-EXIT
025580     END-IF
025600     IF MT-FUNC-ADD
025700         PERFORM 2110-EDIT-ADD-FIELDS THRU 2110-EXIT
025800     END-IF
026100         AND MT-EMPLOYEE-SALARY NOT NUMERIC
026200         SET TRAN-IS-INVALID TO TRUE
026300         MOVE 'SALARY NOT NUMERIC' TO WS-REJECT-REASON
026310     END-IF
026320     IF MT-FUNC-CHANGE
026330         AND TRAN-IS-VALID
026340         PERFORM 2150-EDIT-RATE-FIELDS THRU 2150-EXIT
026350     END-IF
026401     IF MT-FUNC-CHANGE
026402         AND TRAN-IS-VALID
026403         AND MT-EMPLOYEE-DEPT NOT = SPACES
028522     END-READ.
028523 2140-EXIT.
028524     EXIT.
028525*----------------------------------------------------------*
028526*    2150-EDIT-RATE-FIELDS - EFFECTIVE DATE AND RATE TYPE  *
028527*    ON A 'C'.  BOTH BELONG TO A KEYED SALARY; A MISSING   *
028528*    DATE MEANS THE CHANGE IS EFFECTIVE ON THE RUN DATE.   *
028529*----------------------------------------------------------*
028530 2150-EDIT-RATE-FIELDS.
028531     MOVE WS-RUN-DATE-YYYYMMDD TO WS-EFFECTIVE-DATE
028532     IF MT-SALARY-X = SPACES
028533         IF MT-EFFECTIVE-X NOT = SPACES
028534             OR MT-RATE-TYPE NOT = SPACE
028535             SET TRAN-IS-INVALID TO TRUE
028536             MOVE 'EFFECTIVE DATE WITHOUT SALARY'
028537                 TO WS-REJECT-REASON
028538         END-IF
028539         GO TO 2150-EXIT
028540     END-IF
028541     IF MT-EMPLOYEE-SALARY = ZEROS
028542         SET TRAN-IS-INVALID TO TRUE
028543         MOVE 'NEW RATE CANNOT BE ZERO' TO WS-REJECT-REASON
028544         GO TO 2150-EXIT
028545     END-IF
028546     IF NOT MT-RATE-SALARIED
028547         AND NOT MT-RATE-HOURLY
028548         SET TRAN-IS-INVALID TO TRUE
028549         MOVE 'RATE TYPE NOT S OR H' TO WS-REJECT-REASON
028550         GO TO 2150-EXIT
028551     END-IF
028552     IF MT-RATE-HOURLY
028553         AND MT-EMPLOYEE-SALARY > 99.99
028554         SET TRAN-IS-INVALID TO TRUE
028555         MOVE 'HOURLY RATE OVER 99.99' TO WS-REJECT-REASON
028556         GO TO 2150-EXIT
028557     END-IF
028558     IF MT-EFFECTIVE-X = SPACES
028559         GO TO 2150-EXIT
028560     END-IF
028561     IF MT-EFFECTIVE-DATE NOT NUMERIC
028562         SET TRAN-IS-INVALID TO TRUE
028563         MOVE 'EFFECTIVE DATE INVALID' TO WS-REJECT-REASON
028564         GO TO 2150-EXIT
028565     END-IF
028566     MOVE MT-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
028567     IF WS-ED-YYYY < 1900
028568         OR WS-ED-MM < 1 OR WS-ED-MM > 12
028569         OR WS-ED-DD < 1 OR WS-ED-DD > 31
028570         SET TRAN-IS-INVALID TO TRUE
028571         MOVE 'EFFECTIVE DATE INVALID' TO WS-REJECT-REASON
028572     END-IF.
028573 2150-EXIT.
028574     EXIT.
028575*----------------------------------------------------------*
028576*    2160-EDIT-DECISION-FIELDS - A 'V' OR 'X' NAMES THE    *
028577*    HELD ITEM BY EMPLOYEE-ID AND ITS FUNCTION CODE.       *
028578*----------------------------------------------------------*
028579 2160-EDIT-DECISION-FIELDS.
028580     IF NOT MT-DEC-BANK
028581         AND NOT MT-DEC-CHANGE
028582         AND NOT MT-DEC-REACTIVATE
028583         SET TRAN-IS-INVALID TO TRUE
028584         MOVE 'HELD FUNCTION NOT B, C OR R' TO WS-REJECT-REASON
028585     END-IF.
028586 2160-EXIT.
028587     EXIT.
028588*----------------------------------------------------------*
028600*    2200-APPLY-TRAN - READ THE MASTER FOR THE KEYED ID,    *
028700*    THEN HAND OFF TO THE FUNCTION'S APPLY PARAGRAPH.       *
028800*----------------------------------------------------------*
033940     MOVE ZERO TO EM-PRENOTE-DATE
033950     MOVE ZERO TO EM-CLOSED-YEAR
033960     MOVE ZERO TO EM-YTD-GARNISH-DED
033970     MOVE ZERO TO EM-YTD-SS-TAX
033980     MOVE ZERO TO EM-YTD-MED-TAX
034000     SET EMPLOYEE-ACTIVE TO TRUE
034100     WRITE EMPLOYEE-MASTER-RECORD
034200     IF WS-MASTER-STATUS NOT = '00'
036000         MOVE 'EMPLOYEE NOT ON FILE' TO WS-REJECT-REASON
036100         GO TO 3100-EXIT
036200     END-IF
036210     IF MT-SALARY-X NOT = SPACES
036220         PERFORM 3150-CHECK-RATE-HISTORY THRU 3150-EXIT
036230         IF TRAN-IS-INVALID
036240             GO TO 3100-EXIT
036250         END-IF
036260     END-IF
036266     IF MT-SALARY-X NOT = SPACES
036272         AND NOT-APPLYING-APPROVAL
036278         PERFORM 3600-HOLD-FOR-APPROVAL THRU 3600-EXIT
036284         GO TO 3100-EXIT
036290     END-IF
036300     PERFORM 5000-WRITE-BEFORE THRU 5000-EXIT
036400     IF MT-EMPLOYEE-NAME NOT = SPACES
036500         MOVE MT-EMPLOYEE-NAME TO EM-EMPLOYEE-NAME
036800         MOVE MT-EMPLOYEE-DEPT TO EM-EMPLOYEE-DEPT
036900     END-IF
037000     IF MT-SALARY-X NOT = SPACES
037030         AND MT-RATE-SALARIED
037060         AND WS-EFFECTIVE-DATE NOT > WS-RUN-DATE-YYYYMMDD
037100         MOVE MT-EMPLOYEE-SALARY TO EM-CURRENT-SALARY
037200     END-IF
037300     REWRITE EMPLOYEE-MASTER-RECORD
037930     PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
038000     MOVE 'CHANGED' TO AD-MESSAGE
038100     PERFORM 5100-WRITE-AFTER THRU 5100-EXIT
038200     ADD 1 TO WS-APPLIED-COUNT
038220     IF MT-SALARY-X NOT = SPACES
038240         PERFORM 3160-WRITE-RATE-CHANGE THRU 3160-EXIT
038260     END-IF.
038300 3100-EXIT.
038301     EXIT.
038302*----------------------------------------------------------*
038303*    3150-CHECK-RATE-HISTORY - BROWSE THIS EMPLOYEE'S RATE *
038304*    CHANGES (KEY IS EMPLOYEE-ID + EFFECTIVE DATE, SO THEY *
038305*    COME BACK OLDEST FIRST).  A NEW CHANGE MUST BE        *
038306*    EFFECTIVE AFTER THE LAST ONE A PAY RUN HAS APPLIED,   *
038307*    OR THE RETRO ALREADY PAID WOULD BE WRONG.  A CHANGE   *
038308*    STILL PENDING IS REMEMBERED SO 3160 CAN REPLACE IT.   *
038309*----------------------------------------------------------*
038310 3150-CHECK-RATE-HISTORY.
038311     MOVE 'N' TO WS-RATE-EOF-SW
038312     SET NO-PENDING-RATE TO TRUE
038313     MOVE ZERO TO WS-LAST-APPLIED-DATE
038314     MOVE MT-EMPLOYEE-ID TO RG-EMPLOYEE-ID
038315     MOVE ZERO TO RG-EFFECTIVE-DATE
038316     START RATE-CHANGE
038317         KEY IS NOT LESS THAN RG-RATE-KEY
038318         INVALID KEY
038319             SET END-OF-RATE-CHANGES TO TRUE
038320     END-START
038321     PERFORM 3155-READ-NEXT-RATE THRU 3155-EXIT
038322         UNTIL END-OF-RATE-CHANGES
038323     IF WS-EFFECTIVE-DATE NOT > WS-LAST-APPLIED-DATE
038324         SET TRAN-IS-INVALID TO TRUE
038325         MOVE 'EFFECTIVE DATE NOT AFTER LAST'
038326             TO WS-REJECT-REASON
038327     END-IF.
038328 3150-EXIT.
038329     EXIT.
038330 3155-READ-NEXT-RATE.
038331     READ RATE-CHANGE NEXT RECORD
038332         AT END
038333             SET END-OF-RATE-CHANGES TO TRUE
038334             GO TO 3155-EXIT
038335     END-READ
038336     IF RG-EMPLOYEE-ID NOT = MT-EMPLOYEE-ID
038337         SET END-OF-RATE-CHANGES TO TRUE
038338         GO TO 3155-EXIT
038339     END-IF
038340     IF RG-APPLIED
038341         MOVE RG-EFFECTIVE-DATE TO WS-LAST-APPLIED-DATE
038342     ELSE
038343         SET PENDING-RATE-ON-FILE TO TRUE
038344         MOVE RG-RATE-KEY TO WS-PENDING-RATE-KEY
038345     END-IF.
038346 3155-EXIT.
038347     EXIT.
038348*----------------------------------------------------------*
038349*    3160-WRITE-RATE-CHANGE - DROP ANY CHANGE STILL WAITING *
038350*    TO BE PAID, LOG THE NEW ONE AS PENDING, AND SHOW IT ON *
038351*    THE AUDIT REGISTER WITH ITS EFFECTIVE DATE.            *
038352*----------------------------------------------------------*
038353 3160-WRITE-RATE-CHANGE.
038354     IF PENDING-RATE-ON-FILE
038355         MOVE WS-PENDING-RATE-KEY TO RG-RATE-KEY
038356         DELETE RATE-CHANGE RECORD
038357         IF WS-RATECHG-STATUS NOT = '00'
038358             DISPLAY 'EXAMP-MNT1 - DELETE FAILED, RATECHG STATUS='
038359                 WS-RATECHG-STATUS
038360             MOVE 16 TO RETURN-CODE
038361             STOP RUN
038362         END-IF
038363     END-IF
038364     MOVE SPACES TO RATE-CHANGE-RECORD
038365     MOVE MT-EMPLOYEE-ID TO RG-EMPLOYEE-ID
038366     MOVE WS-EFFECTIVE-DATE TO RG-EFFECTIVE-DATE
038367     IF MT-RATE-HOURLY
038368         SET RG-PAY-HOURLY TO TRUE
038369     ELSE
038370         SET RG-PAY-SALARIED TO TRUE
038371     END-IF
038372     MOVE MT-EMPLOYEE-SALARY TO RG-NEW-RATE
038373     MOVE WS-RUN-DATE-YYYYMMDD TO RG-ENTERED-DATE
038374     SET RG-PENDING TO TRUE
038375     MOVE ZERO TO RG-APPLIED-DATE
038376     MOVE SPACE TO RG-APPLIED-RUN-TYPE
038377     MOVE ZERO TO RG-RETRO-GROSS
038378     MOVE ZERO TO RG-RETRO-PERIODS
038379     WRITE RATE-CHANGE-RECORD
038380     IF WS-RATECHG-STATUS NOT = '00'
038381         DISPLAY 'EXAMP-MNT1 - WRITE FAILED, RATECHG STATUS='
038382             WS-RATECHG-STATUS
038383         MOVE 16 TO RETURN-CODE
038384         STOP RUN
038385     END-IF
038386     ADD 1 TO WS-RATE-COUNT
038387     MOVE SPACES TO AUD-DETAIL-LINE
038388     MOVE 'RATE:' TO AD-TAG
038389     MOVE MT-FUNCTION TO AD-FUNCTION
038390     MOVE EM-EMPLOYEE-ID TO AD-EMPLOYEE-ID
038391     MOVE EM-EMPLOYEE-NAME TO AD-EMPLOYEE-NAME
038392     MOVE EM-EMPLOYEE-DEPT TO AD-EMPLOYEE-DEPT
038393     MOVE RG-NEW-RATE TO AD-SALARY
038394     IF RG-PAY-HOURLY
038395         MOVE 'HOURLY' TO AD-STATUS
038396     ELSE
038397         MOVE 'SALARIED' TO AD-STATUS
038398     END-IF
038399     IF WS-EFFECTIVE-DATE > WS-RUN-DATE-YYYYMMDD
038400         MOVE 'PENDING - EFFECTIVE' TO WS-RM-TEXT
038401     ELSE
038402         IF WS-EFFECTIVE-DATE < WS-RUN-DATE-YYYYMMDD
038403             MOVE 'RETRO - EFFECTIVE' TO WS-RM-TEXT
038404         ELSE
038405             MOVE 'EFFECTIVE' TO WS-RM-TEXT
038406         END-IF
038407     END-IF
038408     MOVE WS-EFFECTIVE-DATE TO WS-RM-DATE
038409     MOVE WS-RATE-MESSAGE TO AD-MESSAGE
038410     PERFORM 5300-WRITE-AUDIT-LINE THRU 5300-EXIT
038411     MOVE SPACES TO AUD-DETAIL-LINE.
038412 3160-EXIT.
038452     EXIT.
038500*----------------------------------------------------------*
038600*    3200-APPLY-DELETE - PHYSICAL DELETE FOR A RECORD KEYED *
038700*    UNDER THE WRONG EMPLOYEE-ID.                           *
042400         MOVE 'EMPLOYEE ALREADY ACTIVE' TO WS-REJECT-REASON
042500         GO TO 3300-EXIT
042600     END-IF
042620     IF NOT-APPLYING-APPROVAL
042640         PERFORM 3600-HOLD-FOR-APPROVAL THRU 3600-EXIT
042660         GO TO 3300-EXIT
042680     END-IF
042700     PERFORM 5000-WRITE-BEFORE THRU 5000-EXIT
042800     SET EMPLOYEE-ACTIVE TO TRUE
042900     REWRITE EMPLOYEE-MASTER-RECORD
044040*    UNTIL EXAMP-PGM4 HAS SENT THE ZERO-DOLLAR PRENOTE ON A *
044050*    PAY RUN AND ACTIVATED IT ON THE RUN AFTER THAT.        *
044060*----------------------------------------------------------*
044061 3400-APPLY-BANK.
044062     IF MASTER-NOT-ON-FILE
044063         SET TRAN-IS-INVALID TO TRUE
044064         MOVE 'EMPLOYEE NOT ON FILE' TO WS-REJECT-REASON
044065         GO TO 3400-EXIT
044066     END-IF
044067     IF NOT-APPLYING-APPROVAL
044068         PERFORM 3600-HOLD-FOR-APPROVAL THRU 3600-EXIT
044069         GO TO 3400-EXIT
044070     END-IF
044076     PERFORM 5000-WRITE-BEFORE THRU 5000-EXIT
044077     MOVE MT-BANK-ROUTING TO EM-BANK-ROUTING
044078     MOVE MT-BANK-ACCOUNT TO EM-BANK-ACCOUNT
044093     ADD 1 TO WS-APPLIED-COUNT.
044094 3400-EXIT.
044095     EXIT.
044096*----------------------------------------------------------*
044097*    3600-HOLD-FOR-APPROVAL - A BANK CHANGE, A SALARY OR   *
044098*    RATE CHANGE, OR A REACTIVATE THAT PASSED ITS EDITS IS *
044099*    WRITTEN TO PENDING-APPROVAL INSTEAD OF THE MASTER.    *
044100*    NOTHING IS JOURNALED OR LOGGED TO RATE-CHANGE UNTIL A *
044101*    SECOND USER APPROVES IT.  A SALARY KEYED WITHOUT AN   *
044102*    EFFECTIVE DATE IS HELD WITH THE DATE IT WAS KEYED, SO *
044103*    A LATE APPROVAL DOES NOT MOVE THE EFFECTIVE DATE.     *
044104*----------------------------------------------------------*
044105 3600-HOLD-FOR-APPROVAL.
044106     MOVE MT-FUNCTION TO WS-FIND-FUNCTION
044107     PERFORM 3650-FIND-PENDING THRU 3650-EXIT
044108     IF PENDING-ITEM-FOUND
044109         SET TRAN-IS-INVALID TO TRUE
044110         MOVE 'ALREADY AWAITING APPROVAL' TO WS-REJECT-REASON
044111         GO TO 3600-EXIT
044112     END-IF
044113     IF MT-FUNC-CHANGE
044114         AND MT-EFFECTIVE-X = SPACES
044115         MOVE WS-EFFECTIVE-DATE TO MT-EFFECTIVE-DATE
044116     END-IF
044117     ACCEPT WS-RUN-TIME FROM TIME
044118     MOVE SPACES TO PENDING-APPROVAL-RECORD
044119     MOVE MT-EMPLOYEE-ID TO PA-EMPLOYEE-ID
044120     MOVE MT-FUNCTION TO PA-FUNCTION
044121     MOVE WS-RUN-DATE-YYYYMMDD TO PA-ENTERED-DATE
044122     MOVE WS-RUN-TIME TO PA-ENTERED-TIME
044123     SET PA-PENDING TO TRUE
044124     MOVE WS-USER-ID TO PA-ENTERED-USER
044125     MOVE ZERO TO PA-DECIDED-DATE
044126     MOVE MAINT-TRAN-RECORD TO PA-TRAN-IMAGE
044127     WRITE PENDING-APPROVAL-RECORD
044128     IF WS-PENDAPR-STATUS NOT = '00'
044129         DISPLAY 'EXAMP-MNT1 - WRITE FAILED, PENDAPR STATUS='
044130             WS-PENDAPR-STATUS
044131         MOVE 16 TO RETURN-CODE
044132         STOP RUN
044133     END-IF
044134     MOVE SPACES TO AUD-DETAIL-LINE
044135     MOVE 'HELD:' TO AD-TAG
044136     MOVE MT-FUNCTION TO AD-FUNCTION
044137     PERFORM 5050-FORMAT-MASTER THRU 5050-EXIT
044138     IF MT-FUNC-CHANGE
044139         MOVE MT-EMPLOYEE-SALARY TO AD-SALARY
044140     END-IF
044141     MOVE WS-USER-ID TO WS-HM-USER
044142     MOVE WS-HELD-MESSAGE TO AD-MESSAGE
044143     PERFORM 5300-WRITE-AUDIT-LINE THRU 5300-EXIT
044144     MOVE SPACES TO AUD-DETAIL-LINE
044145     ADD 1 TO WS-HELD-COUNT.
044146 3600-EXIT.
044147     EXIT.
044148*----------------------------------------------------------*
044149*    3650-FIND-PENDING - LOOK FOR THE ITEM STILL WAITING   *
044150*    FOR MT-EMPLOYEE-ID AND WS-FIND-FUNCTION.  DECIDED     *
044151*    ITEMS UNDER THE SAME EMPLOYEE AND FUNCTION ARE THE    *
044152*    APPROVAL HISTORY AND ARE PASSED BY.  A FOUND ITEM IS  *
044153*    LEFT IN THE RECORD AREA.                              *
044154*----------------------------------------------------------*
044155 3650-FIND-PENDING.
044156     MOVE 'N' TO WS-PEND-EOF-SW
044157     SET NO-PENDING-ITEM TO TRUE
044158     MOVE MT-EMPLOYEE-ID TO PA-EMPLOYEE-ID
044159     MOVE WS-FIND-FUNCTION TO PA-FUNCTION
044160     MOVE ZERO TO PA-ENTERED-DATE
044161     MOVE ZERO TO PA-ENTERED-TIME
044162     START PENDING-APPROVAL
044163         KEY IS NOT LESS THAN PA-PENDING-KEY
044164         INVALID KEY
044165             SET END-OF-PENDING TO TRUE
044166     END-START
044167     PERFORM 3655-READ-NEXT-PENDING THRU 3655-EXIT
044168         UNTIL END-OF-PENDING.
044169 3650-EXIT.
044170     EXIT.
044171 3655-READ-NEXT-PENDING.
044172     READ PENDING-APPROVAL NEXT RECORD
044173         AT END
044174             SET END-OF-PENDING TO TRUE
044175             GO TO 3655-EXIT
044176     END-READ
044177     IF PA-EMPLOYEE-ID NOT = MT-EMPLOYEE-ID
044178         OR PA-FUNCTION NOT = WS-FIND-FUNCTION
044179         SET END-OF-PENDING TO TRUE
044180         GO TO 3655-EXIT
044181     END-IF
044182     IF PA-PENDING
044183         SET PENDING-ITEM-FOUND TO TRUE
044184         SET END-OF-PENDING TO TRUE
044185     END-IF.
044186 3655-EXIT.
044187     EXIT.
044188*----------------------------------------------------------*
044189*    3700-APPLY-DECISION - A 'V' OR 'X' CARD RELEASES OR   *
044190*    REJECTS THE ITEM WAITING FOR THE EMPLOYEE AND HELD    *
044191*    FUNCTION.  THE RUN MUST BE SUBMITTED BY SOMEONE OTHER *
044192*    THAN THE USER WHO KEYED THE ITEM.  AN APPROVED CARD   *
044193*    GOES BACK THROUGH THE EDITS AND ITS APPLY PARAGRAPH   *
044194*    AS IF IT HAD JUST BEEN KEYED, SO THE MASTER, JOURNAL  *
044195*    AND RATE-CHANGE ARE UPDATED ONLY NOW.  A CARD THAT NO *
044196*    LONGER PASSES IS REJECTED WITH ITS REASON.            *
044197*----------------------------------------------------------*
044198 3700-APPLY-DECISION.
044199     MOVE MT-DEC-FUNCTION TO WS-FIND-FUNCTION
044200     PERFORM 3650-FIND-PENDING THRU 3650-EXIT
044201     IF NO-PENDING-ITEM
044202         SET TRAN-IS-INVALID TO TRUE
044203         MOVE 'NO ITEM AWAITING APPROVAL' TO WS-REJECT-REASON
044204         GO TO 3700-EXIT
044205     END-IF
044206     IF PA-ENTERED-USER = WS-USER-ID
044207         SET TRAN-IS-INVALID TO TRUE
044208         MOVE 'APPROVER SAME AS ENTERED BY' TO WS-REJECT-REASON
044209         GO TO 3700-EXIT
044210     END-IF
044211     IF MT-FUNC-REJECT
044212         IF MT-DEC-REASON = SPACES
044213             MOVE 'REJECTED ON REVIEW' TO PA-DECISION-REASON
044214         ELSE
044215             MOVE MT-DEC-REASON TO PA-DECISION-REASON
044216         END-IF
044217         SET PA-REJECTED TO TRUE
044218         PERFORM 3750-RECORD-DECISION THRU 3750-EXIT
044219         GO TO 3700-EXIT
044220     END-IF
044221     MOVE MAINT-TRAN-RECORD TO WS-SAVED-TRAN
044222     MOVE PA-TRAN-IMAGE TO MAINT-TRAN-RECORD
044223     SET APPLYING-APPROVED-ITEM TO TRUE
044224     PERFORM 2100-EDIT-TRAN THRU 2100-EXIT
044225     IF TRAN-IS-VALID
044226         PERFORM 2200-APPLY-TRAN THRU 2200-EXIT
044227     END-IF
044228     SET NOT-APPLYING-APPROVAL TO TRUE
044229     MOVE WS-SAVED-TRAN TO MAINT-TRAN-RECORD
044230     IF TRAN-IS-VALID
044231         SET PA-APPROVED TO TRUE
044232         MOVE SPACES TO PA-DECISION-REASON
044233     ELSE
044234         SET PA-REJECTED TO TRUE
044235         MOVE WS-REJECT-REASON TO PA-DECISION-REASON
044236     END-IF
044237     PERFORM 3750-RECORD-DECISION THRU 3750-EXIT.
044238 3700-EXIT.
044239     EXIT.
044240*----------------------------------------------------------*
044241*    3750-RECORD-DECISION - STAMP THE ITEM WITH THE USER   *
044242*    AND DATE THAT DECIDED IT AND PRINT THE DECISION.  THE *
044243*    ITEM STAYS ON FILE AS THE APPROVAL HISTORY.           *
044244*----------------------------------------------------------*
044245 3750-RECORD-DECISION.
044246     MOVE WS-USER-ID TO PA-DECIDED-USER
044247     MOVE WS-RUN-DATE-YYYYMMDD TO PA-DECIDED-DATE
044248     REWRITE PENDING-APPROVAL-RECORD
044249     IF WS-PENDAPR-STATUS NOT = '00'
044250         DISPLAY 'EXAMP-MNT1 - REWRITE FAILED, PENDAPR STATUS='
044251             WS-PENDAPR-STATUS
044252         MOVE 16 TO RETURN-CODE
044253         STOP RUN
044254     END-IF
044255     MOVE SPACES TO AUD-DETAIL-LINE
044256     IF PA-APPROVED
044257         MOVE 'APPROVED:' TO AD-TAG
044258         ADD 1 TO WS-APPROVED-COUNT
044259     ELSE
044260         MOVE 'REJECTED:' TO AD-TAG
044261         ADD 1 TO WS-DECLINED-COUNT
044262     END-IF
044263     MOVE PA-FUNCTION TO AD-FUNCTION
044264     MOVE PA-EMPLOYEE-ID TO AD-EMPLOYEE-ID
044265     MOVE WS-USER-ID TO WS-DM-DECIDED-USER
044266     MOVE PA-ENTERED-USER TO WS-DM-ENTERED-USER
044267     MOVE WS-DECIDED-MESSAGE TO AD-MESSAGE
044268     PERFORM 5300-WRITE-AUDIT-LINE THRU 5300-EXIT
044269     IF PA-REJECTED
044270         MOVE SPACES TO AUD-DETAIL-LINE
044271         MOVE PA-DECISION-REASON TO AD-MESSAGE
044272         PERFORM 5300-WRITE-AUDIT-LINE THRU 5300-EXIT
044273     END-IF
044274     MOVE SPACES TO AUD-DETAIL-LINE.
044275 3750-EXIT.
044276     EXIT.
044284*----------------------------------------------------------*
044292*    4000-PRINT-HEADERS - NEW PAGE OF THE AUDIT REGISTER.   *
044300*----------------------------------------------------------*
044400 4000-PRINT-HEADERS.
044500     ADD 1 TO WS-PAGE-NO
044600     MOVE WS-RUN-DATE-DISPLAY TO AH1-RUN-DATE
044700     MOVE WS-PAGE-NO TO AH1-PAGE-NO
044750     MOVE WS-USER-ID TO AH1-USER-ID
044800     WRITE AUD-LINE FROM AUD-HEADER-LINE1
044900         AFTER ADVANCING PAGE
045000     WRITE AUD-LINE FROM AUD-HEADER-LINE2
051900*    8000-TERMINATE - SUMMARIZE AND CLOSE UP.               *
052000*----------------------------------------------------------*
052100 8000-TERMINATE.
052150     PERFORM 8200-LIST-PENDING THRU 8200-EXIT
052200     PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT
052300     CLOSE MAINT-TRAN
052400     CLOSE AUDIT-RPT
052520     CLOSE JOURNAL-OUT
052530     CLOSE DEPT-MASTER
052540     CLOSE GARNISH-MASTER
052570     CLOSE GARNISH-AGENCY
052580     CLOSE RATE-CHANGE
052590     CLOSE PENDING-APPROVAL
052600     IF WS-REJECT-COUNT > ZERO
052700         MOVE 4 TO RETURN-CODE
052800     ELSE
054500     MOVE 'TRANSACTIONS REJECTED    :' TO AS-LABEL
054600     MOVE WS-REJECT-COUNT TO AS-VALUE
054700     WRITE AUD-LINE FROM AUD-SUMMARY-LINE
054800         AFTER ADVANCING 1 LINE
054820     MOVE 'RATE CHANGES LOGGED      :' TO AS-LABEL
054840     MOVE WS-RATE-COUNT TO AS-VALUE
054860     WRITE AUD-LINE FROM AUD-SUMMARY-LINE
054880         AFTER ADVANCING 1 LINE
054881     MOVE 'HELD FOR APPROVAL        :' TO AS-LABEL
054882     MOVE WS-HELD-COUNT TO AS-VALUE
054883     WRITE AUD-LINE FROM AUD-SUMMARY-LINE
054884         AFTER ADVANCING 1 LINE
054885     MOVE 'APPROVED AND APPLIED     :' TO AS-LABEL
054886     MOVE WS-APPROVED-COUNT TO AS-VALUE
054887     WRITE AUD-LINE FROM AUD-SUMMARY-LINE
054888         AFTER ADVANCING 1 LINE
054889     MOVE 'REJECTED ON REVIEW       :' TO AS-LABEL
054890     MOVE WS-DECLINED-COUNT TO AS-VALUE
054891     WRITE AUD-LINE FROM AUD-SUMMARY-LINE
054892         AFTER ADVANCING 1 LINE
054893     MOVE 'STILL AWAITING APPROVAL  :' TO AS-LABEL
054894     MOVE WS-WAITING-COUNT TO AS-VALUE
054895     WRITE AUD-LINE FROM AUD-SUMMARY-LINE
054896         AFTER ADVANCING 1 LINE.
054900 8100-EXIT.
055000     EXIT.
055002*----------------------------------------------------------*
055004*    8200-LIST-PENDING - EVERY RUN ENDS BY LISTING THE     *
055006*    ITEMS STILL WAITING FOR A SECOND USER, IN EMPLOYEE    *
055008*    ORDER.                                                *
055010*----------------------------------------------------------*
055012 8200-LIST-PENDING.
055014     MOVE 'N' TO WS-PEND-EOF-SW
055016     MOVE LOW-VALUES TO PA-PENDING-KEY
055018     START PENDING-APPROVAL
055020         KEY IS NOT LESS THAN PA-PENDING-KEY
055022         INVALID KEY
055024             SET END-OF-PENDING TO TRUE
055026     END-START
055028     PERFORM 8210-LIST-NEXT-PENDING THRU 8210-EXIT
055030         UNTIL END-OF-PENDING.
055032 8200-EXIT.
055034     EXIT.
055036 8210-LIST-NEXT-PENDING.
055038     READ PENDING-APPROVAL NEXT RECORD
055040         AT END
055042             SET END-OF-PENDING TO TRUE
055044             GO TO 8210-EXIT
055046     END-READ
055048     IF NOT PA-PENDING
055050         GO TO 8210-EXIT
055052     END-IF
055054     MOVE SPACES TO AUD-DETAIL-LINE
055056     MOVE 'WAITING:' TO AD-TAG
055058     MOVE PA-FUNCTION TO AD-FUNCTION
055060     MOVE PA-EMPLOYEE-ID TO AD-EMPLOYEE-ID
055062     MOVE PA-ENTERED-USER TO WS-WM-USER
055064     MOVE PA-ENTERED-DATE TO WS-WM-DATE
055066     MOVE WS-WAITING-MESSAGE TO AD-MESSAGE
055068     PERFORM 5300-WRITE-AUDIT-LINE THRU 5300-EXIT
055070     MOVE SPACES TO AUD-DETAIL-LINE
055072     ADD 1 TO WS-WAITING-COUNT.
055074 8210-EXIT.
055076     EXIT.
055100*----------------------------------------------------------*
055200*    3500-APPLY-OVERRIDE - OPERATOR PERIOD OVERRIDE ON THE  *
055300*    RUN CONTROL FILE.  REOPENS A POSTED/CLOSED PERIOD FOR  *
062300     EXIT.
062400*----------------------------------------------------------*
062500*    2125-EDIT-GARN-FIELDS - EDITS FOR A 'G' (GARNISHMENT   *
062600*    ORDER) CARD.  A KEYED AGENCY MUST BE ON FILE.          *
062700*----------------------------------------------------------*
062800 2125-EDIT-GARN-FIELDS.
062900     IF MT-GARN-PRIORITY NOT NUMERIC
066100         OR MT-GARN-TOTAL-OWED = ZEROS
066200         SET TRAN-IS-INVALID TO TRUE
066300         MOVE 'GARNISH TOTAL OWED INVALID' TO WS-REJECT-REASON
066400         GO TO 2125-EXIT
066405     END-IF
066410     IF MT-GARN-AGENCY-ID NOT = SPACES
066415         MOVE MT-GARN-AGENCY-ID TO GA-AGENCY-ID
066420         READ GARNISH-AGENCY
066425             INVALID KEY
066430                 IF WS-GARNAGY-STATUS NOT = '23'
066435                     DISPLAY 'EXAMP-MNT1 - READ FAILED, GARNAGY '
066440                         'STATUS=' WS-GARNAGY-STATUS
066445                     MOVE 16 TO RETURN-CODE
066450                     STOP RUN
066455                 END-IF
066460                 SET TRAN-IS-INVALID TO TRUE
066465                 MOVE 'GARNISH AGENCY NOT ON FILE'
066470                     TO WS-REJECT-REASON
066475         END-READ
066480     END-IF.
066500 2125-EXIT.
066600     EXIT.
066700*----------------------------------------------------------*
071800 3450-EXIT.
071900     EXIT.
072000 3460-ADD-GARNISH-ORDER.
072010     IF MT-GARN-AGENCY-ID = SPACES
072020         SET TRAN-IS-INVALID TO TRUE
072030         MOVE 'NEW ORDER NEEDS AGENCY ID'
072040             TO WS-REJECT-REASON
072050         GO TO 3460-EXIT
072060     END-IF
072100     MOVE SPACES TO GARNISH-MASTER-RECORD
072200     MOVE MT-EMPLOYEE-ID TO GM-EMPLOYEE-ID
072300     MOVE MT-GARN-PRIORITY TO GM-PRIORITY
072600     MOVE MT-GARN-AMOUNT TO GM-PERIOD-AMOUNT
072700     MOVE MT-GARN-PCT TO GM-PERIOD-PCT
072800     MOVE MT-GARN-TOTAL-OWED TO GM-TOTAL-OWED
072850     MOVE MT-GARN-AGENCY-ID TO GM-AGENCY-ID
072900     MOVE ZERO TO GM-TOTAL-TAKEN
073000     MOVE ZERO TO GM-ARREARS-AMOUNT
073010     MOVE ZERO TO GM-LAST-TAKEN-DATE
075000     MOVE MT-GARN-AMOUNT TO GM-PERIOD-AMOUNT
075100     MOVE MT-GARN-PCT TO GM-PERIOD-PCT
075200     MOVE MT-GARN-TOTAL-OWED TO GM-TOTAL-OWED
075220     IF MT-GARN-AGENCY-ID NOT = SPACES
075240         MOVE MT-GARN-AGENCY-ID TO GM-AGENCY-ID
075260     END-IF
075300     REWRITE GARNISH-MASTER-RECORD
075400     IF WS-GARNMST-STATUS NOT = '00'
075500         DISPLAY 'EXAMP-MNT1 - REWRITE FAILED, GARNMST STATUS='
