002750*        ON THE REGISTER: THE ORDER'S TOTAL-TAKEN/ARREARS ON
002760*        GARNISH-MASTER NEED A MANUAL 'J' RESTATEMENT
002770*        THROUGH EXAMP-MNT1.
002777*      - QUEUES A VOID DETAIL FOR EVERY CHECK IT VOIDS ON THE
002784*        POSITIVE PAY PENDING FILE (SEE COPYLIB/POSPAY), SO THE
002791*        NEXT EXAMP-PGM4 RUN TELLS THE BANK NOT TO PAY IT.
002800*    A PAYMENT IN A YEAR ALREADY CLOSED OFF THE MASTER'S YTD
002900*    BUCKETS CANNOT BE BACKED OUT MECHANICALLY AND IS REJECTED
003000*    FOR MANUAL HANDLING.
003010*
003020*    A STOP-PAYMENT CARD (ACTION 'S') KEYS AN OUTSTANDING CHECK
003030*    BY NUMBER INSTEAD - A CHECK LOST OR STOLEN, NOT A PAYMENT
003040*    MADE IN ERROR.  THE CHECK IS MARKED STOPPED ON THE
003050*    OUTSTANDING-CHECK FILE AND A CANCEL DETAIL IS QUEUED FOR
003060*    POSITIVE PAY; THE PAYMENT ITSELF STAYS POSTED (NOTHING IS
003070*    BACKED OUT OF YTD OR THE GL) AND THE REGISTER NOTICE TELLS
003080*    PAYROLL TO REISSUE IT.
003100*
003200*    TRANSACTION LAYOUT (SEE RVSJB IN JCL):
003300*      COL  1-10   EMPLOYEE-ID.
003610*      COL 20      RUN TYPE OF THE PAYMENT - R OR SPACE =
003620*                  REGULAR, O = OFF-CYCLE (PART OF THE PAY
003630*                  HISTORY KEY).
003640*      COL 21      ACTION - R OR SPACE = REVERSE THE PAYMENT,
003650*                  S = STOP PAYMENT ON A CHECK.
003660*      COL 22-29   CHECK NUMBER TO STOP (ACTION S ONLY;
003670*                  COLS 1-20 ARE IGNORED ON A STOP CARD).
003700*
003800*    MODIFICATION HISTORY.
003900*    DATE       INIT  DESCRIPTION
004000*    ---------  ----  ---------------------------------------
004100*    09/02/26   DM    ORIGINAL VERSION.
004110*    10/15/26   DM    BACK THE PAYMENT'S SOCIAL SECURITY AND
004120*                     MEDICARE OUT OF THE NEW EM-YTD-SS-TAX /
004130*                     EM-YTD-MED-TAX BUCKETS.  A PAY HISTORY
004140*                     RECORD WRITTEN BEFORE THE FICA SPLIT
004150*                     EXISTED CARRIES SPACES THERE AND BACKS
004160*                     OUT NOTHING.
004168*    10/15/26   DM    QUEUE A POSITIVE PAY VOID DETAIL FOR
004176*                     EVERY CHECK VOIDED, AND ADD THE 'S'
004184*                     STOP-PAYMENT CARD THAT STOPS AN
004185*                     OUTSTANDING CHECK AND QUEUES A CANCEL.
004186*    10/15/26   DM    A PAYMENT THAT CARRIED RETRO PAY (SEE
004187*                     PH-RETRO-GROSS) IS CREDITED BACK TO THE GL
004188*                     AS TWO LINES, REGULAR AND RETRO, THE SAME
004189*                     WAY EXAMP-PGM3 POSTED IT, AND IS FLAGGED
004190*                     ON THE REVERSAL REGISTER: THE RATE CHANGE
004191*                     STAYS APPLIED, SO THE RETRO IS NOT PAID
004192*                     AGAIN AUTOMATICALLY.
004193*    10/15/26   DM    A PAYMENT EXAMP-PGM3 SPLIT ACROSS
004194*                     DEPARTMENTS (SEE COPYLIB/LABPOST) IS
004195*                     CREDITED BACK SPLIT FOR SPLIT, TO THE SAME
004196*                     ACCOUNTS AND COST CENTERS AND FOR THE SAME
004197*                     AMOUNTS IT WAS POSTED WITH.
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. IBM-370.
008040     ACCESS MODE IS RANDOM
008050     RECORD KEY IS OC-CHECK-NO
008060     FILE STATUS IS WS-OUTCHK-STATUS.
008070     SELECT POSPAY-PENDING
008080     ASSIGN TO UT-S-PPVOID
008090     FILE STATUS IS WS-PPVOID-STATUS.
008091     SELECT LABOR-POSTED
008092     ASSIGN TO UT-S-LABPOST
008093     ORGANIZATION IS INDEXED
008094     ACCESS MODE IS RANDOM
008095     RECORD KEY IS LB-POSTED-KEY
008096     FILE STATUS IS WS-LABPOST-STATUS.
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  REVERSE-TRAN
009210     02  RT-RUN-TYPE                  PIC X(01).
009220         88  RT-RUN-REGULAR               VALUE 'R' ' '.
009230         88  RT-RUN-OFF-CYCLE             VALUE 'O'.
009300     02  RT-ACTION-CODE               PIC X(01).
009320         88  RT-ACTION-REVERSE            VALUE 'R' ' '.
009340         88  RT-ACTION-STOP               VALUE 'S'.
009360     02  RT-CHECK-NO                  PIC 9(08).
009380     02  FILLER                       PIC X(51).
009400 FD  RVS-RPT
009500     RECORDING MODE IS F
009600     LABEL RECORDS ARE OMITTED
013320     RECORD CONTAINS 80 CHARACTERS
013330     DATA RECORD IS OUTSTANDING-CHECK-RECORD.
013340     COPY OUTCHK.
013347 FD  POSPAY-PENDING
013354     RECORDING MODE IS F
013361     LABEL RECORDS ARE OMITTED
013368     RECORD CONTAINS 80 CHARACTERS
013375     BLOCK CONTAINS 10 RECORDS
013382     DATA RECORD IS POSPAY-PENDING-RECORD.
013389 01  POSPAY-PENDING-RECORD            PIC X(80).
013391 FD  LABOR-POSTED
013393     RECORD CONTAINS 200 CHARACTERS
013395     DATA RECORD IS LABOR-POSTED-RECORD.
013397     COPY LABPOST.
013400*
013500 WORKING-STORAGE SECTION.
013600 01  WS-FILE-STATUSES.
014300     02  WS-ACHOUT-STATUS             PIC X(02) VALUE '00'.
014400     02  WS-JRNL-STATUS               PIC X(02) VALUE '00'.
014410     02  WS-OUTCHK-STATUS             PIC X(02) VALUE '00'.
014450     02  WS-PPVOID-STATUS             PIC X(02) VALUE '00'.
014470     02  WS-LABPOST-STATUS            PIC X(02) VALUE '00'.
014500 01  WS-SWITCHES.
014600     02  WS-EOF-SW                    PIC X(01) VALUE 'N'.
014700         88  END-OF-TRANS                 VALUE 'Y'.
015500     02  WS-ACH-DEBIT-COUNT           PIC 9(07) COMP VALUE ZERO.
015600     02  WS-CHECK-VOID-COUNT          PIC 9(07) COMP VALUE ZERO.
015610     02  WS-MANUAL-COUNT              PIC 9(07) COMP VALUE ZERO.
015640     02  WS-STOP-COUNT                PIC 9(07) COMP VALUE ZERO.
015670     02  WS-PP-QUEUED-COUNT           PIC 9(07) COMP VALUE ZERO.
015700 01  WS-REJECT-REASON                 PIC X(30) VALUE SPACES.
015800 01  WS-HASH-TOTAL                    PIC 9(10) VALUE ZERO.
015900 01  WS-TOTAL-AMOUNT                  PIC 9(11)V99 VALUE ZERO.
015950 01  WS-GL-RETRO-AMT                  PIC S9(7)V99 VALUE ZERO.
015970 01  WS-SPLIT-SUB                     PIC 9(04) COMP VALUE ZERO.
016000 01  WS-JRNL-ACTION                   PIC X(01) VALUE SPACE.
016100 01  WS-BEFORE-IMAGE                  PIC X(200) VALUE SPACES.
016200 01  WS-AFTER-IMAGE                   PIC X(200) VALUE SPACES.
018000 01  WS-MAX-LINES-PER-PAGE            PIC 9(04) COMP VALUE 50.
018100*
018200     COPY ACHREC.
018960*
019720     COPY POSPAY.
020500*
020600 01  RVS-HEADER-LINE1.
020700     02  FILLER                       PIC X(01) VALUE SPACE.
032650         MOVE 16 TO RETURN-CODE
032660         STOP RUN
032670     END-IF
032673     OPEN EXTEND POSPAY-PENDING
032676     IF WS-PPVOID-STATUS NOT = '00'
032679         DISPLAY 'EXAMP-RVS1 - OPEN FAILED, PPVOID STATUS='
032682             WS-PPVOID-STATUS
032685         MOVE 16 TO RETURN-CODE
032688         STOP RUN
032691     END-IF
032692     OPEN INPUT LABOR-POSTED
032693     IF WS-LABPOST-STATUS NOT = '00'
032694         DISPLAY 'EXAMP-RVS1 - OPEN FAILED, LABPOST STATUS='
032695             WS-LABPOST-STATUS
032696         MOVE 16 TO RETURN-CODE
032697         STOP RUN
032698     END-IF
032700     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
032800     MOVE WS-RD-MM-IN TO WS-RD-MM
032900     MOVE WS-RD-DD-IN TO WS-RD-DD
035100 1100-EXIT.
035200     EXIT.
035300*----------------------------------------------------------*
035400*    2000-PROCESS-TRAN - EDIT ONE REVERSAL OR STOP-PAYMENT  *
035500*    TRANSACTION AND APPLY IT, OR LIST IT ON THE REGISTER   *
035550*    AS A REJECT.                                           *
035600*----------------------------------------------------------*
035700 2000-PROCESS-TRAN.
035800     SET TRAN-IS-VALID TO TRUE
035900     MOVE SPACES TO WS-REJECT-REASON
035950     IF RT-ACTION-STOP
036000         PERFORM 3000-STOP-PAYMENT THRU 3000-EXIT
036050     ELSE
036100         PERFORM 2100-EDIT-TRAN THRU 2100-EXIT
036150         IF TRAN-IS-VALID
036200             PERFORM 2200-APPLY-REVERSAL THRU 2200-EXIT
036250         END-IF
036300     END-IF
036400     IF TRAN-IS-INVALID
036500         PERFORM 5200-WRITE-REJECT THRU 5200-EXIT
036800 2000-EXIT.
036900     EXIT.
037000 2100-EDIT-TRAN.
037010     IF NOT RT-ACTION-REVERSE
037020         SET TRAN-IS-INVALID TO TRUE
037030         MOVE 'ACTION NOT R, S, OR SPACE' TO WS-REJECT-REASON
037040         GO TO 2100-EXIT
037050     END-IF
037100     IF RT-EMPLOYEE-ID NOT NUMERIC
037200         OR RT-EMPLOYEE-ID = ZEROS
037300         SET TRAN-IS-INVALID TO TRUE
043600     END-IF
043810     IF PH-GARNISH-DED NOT = ZERO
043820         PERFORM 2800-WARN-GARNISH THRU 2800-EXIT
043822     END-IF
043824     IF PH-RETRO-GROSS NUMERIC
043826         AND PH-RETRO-GROSS > ZERO
043828         PERFORM 2850-WARN-RETRO THRU 2850-EXIT
043830     END-IF
043900     ADD 1 TO WS-APPLIED-COUNT.
044000 2200-EXIT.
044500*    MASTER REWRITE.                                        *
044600*----------------------------------------------------------*
044700 2300-BACK-OUT-MASTER.
044710*    A MASTER RECORD WRITTEN BEFORE EM-YTD-GARNISH-DED (OR
044720*    THE FICA BUCKETS) WAS CARVED FROM FILLER STILL HOLDS
044730*    SPACES THERE; NORMALIZE TO ZERO BEFORE THE FIRST
044735*    SUBTRACT.  THE SAME GOES FOR A PAY HISTORY RECORD
044736*    WRITTEN BEFORE THE FICA SPLIT EXISTED.
044740     IF EM-YTD-GARNISH-DED NOT NUMERIC
044750         MOVE ZERO TO EM-YTD-GARNISH-DED
044760     END-IF
044761     IF EM-YTD-SS-TAX NOT NUMERIC
044762         MOVE ZERO TO EM-YTD-SS-TAX
044763     END-IF
044764     IF EM-YTD-MED-TAX NOT NUMERIC
044765         MOVE ZERO TO EM-YTD-MED-TAX
044766     END-IF
044767     IF PH-SS-TAX NOT NUMERIC
044768         MOVE ZERO TO PH-SS-TAX
044769     END-IF
044770     IF PH-MED-TAX NOT NUMERIC
044771         MOVE ZERO TO PH-MED-TAX
044772     END-IF
044800     MOVE EMPLOYEE-MASTER-RECORD TO WS-BEFORE-IMAGE
044900     SUBTRACT PH-GROSS-PAY FROM EM-YTD-GROSS
045000     SUBTRACT PH-FED-TAX FROM EM-YTD-FED-TAX
045200     SUBTRACT PH-BENEFIT-DED FROM EM-YTD-BENEFIT-DED
045300     SUBTRACT PH-RETIRE-DED FROM EM-YTD-RETIRE-DED
045400     SUBTRACT PH-GARNISH-DED FROM EM-YTD-GARNISH-DED
045410     SUBTRACT PH-SS-TAX FROM EM-YTD-SS-TAX
045420     SUBTRACT PH-MED-TAX FROM EM-YTD-MED-TAX
045500     SUBTRACT PH-NET-PAY FROM EM-YTD-NET
045600     REWRITE EMPLOYEE-MASTER-RECORD
045700     IF WS-MASTER-STATUS NOT = '00'
048200*    DEPARTMENT THE PAYMENT POSTED UNDER.  A DEPARTMENT     *
048300*    SINCE GONE FROM DEPT-MASTER FALLS BACK TO THE OLD      *
048400*    HARDCODED ACCOUNT, SAME AS EXAMP-PGM3.                 *
048401*    A PAYMENT THAT CARRIED RETRO PAY IS CREDITED AS A     *
048407*    REGULAR LINE AND A RETRO LINE, MATCHING THE TWO LINES *
048413*    EXAMP-PGM3 POSTED.                                    *
048421*    A PAYMENT SPLIT ACROSS DEPARTMENTS IS CREDITED FROM    *
048441*    ITS LABOR-POSTED RECORD INSTEAD (2550), ONE REGULAR    *
048461*    AND ONE RETRO LINE PER SPLIT AS POSTED.                *
048500*----------------------------------------------------------*
048600 2500-WRITE-GL-CREDIT.
048605     MOVE PH-HISTORY-KEY TO LB-POSTED-KEY
048610     READ LABOR-POSTED
048615         INVALID KEY
048620             IF WS-LABPOST-STATUS NOT = '23'
048625                 DISPLAY 'EXAMP-RVS1 - READ FAILED, LABPOST '
048630                     'STATUS=' WS-LABPOST-STATUS
048635                 MOVE 16 TO RETURN-CODE
048640                 STOP RUN
048645             END-IF
048650     END-READ
048655     IF WS-LABPOST-STATUS = '00'
048660         MOVE PH-EMPLOYEE-ID TO GL-EMPLOYEE-ID
048665         MOVE WS-RUN-DATE-YYYYMMDD TO GL-RUN-DATE
048670         MOVE 1 TO WS-SPLIT-SUB
048675         PERFORM 2550-CREDIT-ONE-SPLIT THRU 2550-EXIT
048680             UNTIL WS-SPLIT-SUB > LB-SPLIT-COUNT
048685         GO TO 2500-EXIT
048690     END-IF
048700     MOVE PH-EMPLOYEE-DEPT TO DT-DEPT-CODE
048800     READ DEPT-MASTER
048900         INVALID KEY
050000             MOVE DT-COST-CENTER TO GL-COST-CENTER
050100     END-READ
050200     MOVE PH-EMPLOYEE-ID TO GL-EMPLOYEE-ID
050300     MOVE ZERO TO WS-GL-RETRO-AMT
050320     IF PH-RETRO-GROSS NUMERIC
050340         MOVE PH-RETRO-GROSS TO WS-GL-RETRO-AMT
050360     END-IF
050380     COMPUTE GL-AMOUNT = WS-GL-RETRO-AMT - PH-GROSS-PAY
050400     MOVE WS-RUN-DATE-YYYYMMDD TO GL-RUN-DATE
050450     SET GL-EARN-REGULAR TO TRUE
050500     WRITE GL-EXTRACT-RECORD
050600     IF WS-GLEXTR-STATUS NOT = '00'
050700         DISPLAY 'EXAMP-RVS1 - WRITE FAILED, GLEXTR STATUS='
050800             WS-GLEXTR-STATUS
050900         MOVE 16 TO RETURN-CODE
051000         STOP RUN
051100     END-IF
051108     IF WS-GL-RETRO-AMT > ZERO
051116         COMPUTE GL-AMOUNT = ZERO - WS-GL-RETRO-AMT
051124         SET GL-EARN-RETRO TO TRUE
051132         WRITE GL-EXTRACT-RECORD
051140         IF WS-GLEXTR-STATUS NOT = '00'
051148             DISPLAY 'EXAMP-RVS1 - WRITE FAILED, GLEXTR STATUS='
051156                 WS-GLEXTR-STATUS
051164             MOVE 16 TO RETURN-CODE
051172             STOP RUN
051180         END-IF
051188     END-IF.
051200 2500-EXIT.
051300     EXIT.
051306*----------------------------------------------------------*
051309*    2550-CREDIT-ONE-SPLIT - NEGATE ONE POSTED SPLIT: ITS  *
051312*    REGULAR SHARE, AND ITS RETRO SHARE WHEN IT HAD ONE.   *
051315*----------------------------------------------------------*
051318 2550-CREDIT-ONE-SPLIT.
051321     MOVE LB-GL-ACCOUNT (WS-SPLIT-SUB) TO GL-ACCOUNT-NUMBER
051324     MOVE LB-COST-CENTER (WS-SPLIT-SUB) TO GL-COST-CENTER
051327     COMPUTE GL-AMOUNT = ZERO - LB-REGULAR-AMT (WS-SPLIT-SUB)
051330     SET GL-EARN-REGULAR TO TRUE
051333     WRITE GL-EXTRACT-RECORD
051336     IF WS-GLEXTR-STATUS NOT = '00'
051339         DISPLAY 'EXAMP-RVS1 - WRITE FAILED, GLEXTR STATUS='
051342             WS-GLEXTR-STATUS
051345         MOVE 16 TO RETURN-CODE
051348         STOP RUN
051351     END-IF
051354     IF LB-RETRO-AMT (WS-SPLIT-SUB) > ZERO
051357         COMPUTE GL-AMOUNT = ZERO - LB-RETRO-AMT (WS-SPLIT-SUB)
051360         SET GL-EARN-RETRO TO TRUE
051363         WRITE GL-EXTRACT-RECORD
051366         IF WS-GLEXTR-STATUS NOT = '00'
051369             DISPLAY 'EXAMP-RVS1 - WRITE FAILED, GLEXTR STATUS='
051372                 WS-GLEXTR-STATUS
051375             MOVE 16 TO RETURN-CODE
051378             STOP RUN
051381         END-IF
051384     END-IF
051387     ADD 1 TO WS-SPLIT-SUB.
051390 2550-EXIT.
051395     EXIT.
051400*----------------------------------------------------------*
051500*    2600-WRITE-ACH-DEBIT - TRAN CODE 27 DEBIT AGAINST THE  *
051600*    ACCOUNT THE CREDIT WENT TO, IN THE SAME FILE FORMAT    *
054030*    EXAMP-PGM4 STAMPED ON THE PAY HISTORY RECORD).  VOID   *
054040*    THE OUTSTANDING-CHECK RECORD SO EXAMP-REC1 STOPS       *
054050*    CARRYING THE CHECK; THE REGISTER NOTICE TELLS PAYROLL  *
054060*    TO PULL AND DESTROY THE PHYSICAL CHECK, AND A VOID     *
054070*    DETAIL IS QUEUED FOR THE NEXT POSITIVE PAY FILE.       *
054090*----------------------------------------------------------*
054100 2700-WRITE-CHECK-VOID.
054110     ADD 1 TO WS-CHECK-VOID-COUNT
054430         MOVE 16 TO RETURN-CODE
054440         STOP RUN
054450     END-IF
054453     SET PPD-VOID TO TRUE
054456     PERFORM 2900-QUEUE-POSPAY THRU 2900-EXIT
054460     MOVE 'CHECK VOIDED - PULL CHECK' TO RD-MESSAGE
054470     PERFORM 5100-WRITE-APPLIED THRU 5100-EXIT.
054480 2700-EXIT.
054630     MOVE 'GARNISHED - ADJUST ORDERS (J)' TO RD-MESSAGE
054640     PERFORM 5300-WRITE-RVS-LINE THRU 5300-EXIT.
054650 2800-EXIT.
054654     EXIT.
054658*----------------------------------------------------------*
054662*    2850-WARN-RETRO - THE REVERSED PAYMENT CARRIED RETRO  *
054666*    PAY FOR A RATE CHANGE.  THE CHANGE STAYS STAMPED      *
054670*    APPLIED ON THE RATE CHANGE FILE, SO NO LATER RUN PAYS *
054674*    THE RETRO AGAIN - FLAG IT FOR AN OFF-CYCLE REPAYMENT. *
054678*----------------------------------------------------------*
054682 2850-WARN-RETRO.
054686     MOVE SPACES TO RVS-DETAIL-LINE
054690     MOVE 'WARNING:' TO RD-TAG
054694     MOVE PH-EMPLOYEE-ID TO RD-EMPLOYEE-ID
054698     MOVE PH-PAY-DATE TO RD-PAY-DATE
054702     MOVE PH-RETRO-GROSS TO RD-GROSS-PAY
054706     MOVE 'RETRO REVERSED - REPAY BY HAND' TO RD-MESSAGE
054710     PERFORM 5300-WRITE-RVS-LINE THRU 5300-EXIT.
054714 2850-EXIT.
054718     EXIT.
054722*----------------------------------------------------------*
054726*    2900-QUEUE-POSPAY - APPEND A VOID OR CANCEL DETAIL FOR *
054730*    THE CHECK ON OUTSTANDING-CHECK-RECORD TO THE PENDING   *
054734*    FILE; EXAMP-PGM4 SENDS IT WITH ITS NEXT POSITIVE PAY   *
054738*    FILE.  CALLER HAS SET PPD-VOID OR PPD-CANCEL.          *
054742*----------------------------------------------------------*
054746 2900-QUEUE-POSPAY.
054750     MOVE OC-CHECK-NO TO PPD-CHECK-NO
054754     MOVE OC-CHECK-DATE TO PPD-ISSUE-DATE
054758     MOVE OC-AMOUNT TO PPD-AMOUNT
054762     MOVE OC-PAYEE-NAME TO PPD-PAYEE-NAME
054766     MOVE OC-EMPLOYEE-ID TO PPD-EMPLOYEE-ID
054770     MOVE WS-RUN-DATE-YYYYMMDD TO PPD-VOID-DATE
054774     WRITE POSPAY-PENDING-RECORD FROM POSPAY-DETAIL-REC
054778     IF WS-PPVOID-STATUS NOT = '00'
054782         DISPLAY 'EXAMP-RVS1 - WRITE FAILED, PPVOID STATUS='
054786             WS-PPVOID-STATUS
054790         MOVE 16 TO RETURN-CODE
054794         STOP RUN
054798     END-IF
054802     ADD 1 TO WS-PP-QUEUED-COUNT.
054806 2900-EXIT.
054810     EXIT.
054814*----------------------------------------------------------*
054818*    3000-STOP-PAYMENT - STOP AN OUTSTANDING CHECK BY       *
054822*    NUMBER: MARK IT STOPPED, QUEUE THE CANCEL FOR POSITIVE *
054826*    PAY, AND TELL PAYROLL TO REISSUE.  THE PAYMENT STAYS   *
054830*    POSTED - NOTHING IS BACKED OUT.                        *
054834*----------------------------------------------------------*
054838 3000-STOP-PAYMENT.
054842     IF RT-CHECK-NO NOT NUMERIC
054846         OR RT-CHECK-NO = ZEROS
054850         SET TRAN-IS-INVALID TO TRUE
054854         MOVE 'CHECK NUMBER NOT NUMERIC' TO WS-REJECT-REASON
054858         GO TO 3000-EXIT
054862     END-IF
054866     MOVE RT-CHECK-NO TO OC-CHECK-NO
054870     READ OUTSTANDING-CHECK
054874         INVALID KEY
054878             IF WS-OUTCHK-STATUS NOT = '23'
054882                 DISPLAY 'EXAMP-RVS1 - READ FAILED, OUTCHK '
054886                     'STATUS=' WS-OUTCHK-STATUS
054890                 MOVE 16 TO RETURN-CODE
054894                 STOP RUN
054898             END-IF
054902             SET TRAN-IS-INVALID TO TRUE
054906             MOVE 'CHECK NOT ON OUTSTANDING FILE'
054910                 TO WS-REJECT-REASON
054914             GO TO 3000-EXIT
054918     END-READ
054922     IF NOT OC-OUTSTANDING
054926         SET TRAN-IS-INVALID TO TRUE
054930         MOVE 'CHECK NOT OUTSTANDING' TO WS-REJECT-REASON
054934         GO TO 3000-EXIT
054938     END-IF
054942     SET OC-STOPPED TO TRUE
054946     MOVE WS-RUN-DATE-YYYYMMDD TO OC-CLEARED-DATE
054950     REWRITE OUTSTANDING-CHECK-RECORD
054954     IF WS-OUTCHK-STATUS NOT = '00'
054958         DISPLAY 'EXAMP-RVS1 - REWRITE FAILED, OUTCHK STATUS='
054962             WS-OUTCHK-STATUS
054966         MOVE 16 TO RETURN-CODE
054970         STOP RUN
054974     END-IF
054978     SET PPD-CANCEL TO TRUE
054982     PERFORM 2900-QUEUE-POSPAY THRU 2900-EXIT
054986     ADD 1 TO WS-STOP-COUNT
054990     MOVE SPACES TO RVS-DETAIL-LINE
054994     MOVE 'STOPPED:' TO RD-TAG
054998     MOVE OC-EMPLOYEE-ID TO RD-EMPLOYEE-ID
055002     MOVE OC-CHECK-DATE TO RD-PAY-DATE
055006     MOVE OC-AMOUNT TO RD-NET-PAY
055010     MOVE 'CHECK STOPPED - REISSUE' TO RD-MESSAGE
055014     PERFORM 5300-WRITE-RVS-LINE THRU 5300-EXIT.
055018 3000-EXIT.
055022     EXIT.
055100*----------------------------------------------------------*
055200*    4000-PRINT-HEADERS - NEW PAGE OF THE REGISTER.         *
055300*----------------------------------------------------------*
065500     CLOSE GL-EXTRACT
065600     CLOSE ACH-REVERSAL
065650     CLOSE OUTSTANDING-CHECK
065670     CLOSE POSPAY-PENDING
065680     CLOSE LABOR-POSTED
065700     CLOSE JOURNAL-OUT
065800     IF WS-REJECT-COUNT > ZERO
065900         MOVE 4 TO RETURN-CODE
068420     MOVE WS-MANUAL-COUNT TO RS-VALUE
068430     WRITE RVS-LINE FROM RVS-SUMMARY-LINE
068440         AFTER ADVANCING 1 LINE
068446     MOVE 'STOP PAYMENTS PLACED     :' TO RS-LABEL
068452     MOVE WS-STOP-COUNT TO RS-VALUE
068458     WRITE RVS-LINE FROM RVS-SUMMARY-LINE
068464         AFTER ADVANCING 1 LINE
068470     MOVE 'POSITIVE PAY ITEMS QUEUED:' TO RS-LABEL
068476     MOVE WS-PP-QUEUED-COUNT TO RS-VALUE
068482     WRITE RVS-LINE FROM RVS-SUMMARY-LINE
068488         AFTER ADVANCING 1 LINE
068500     MOVE 'TRANSACTIONS REJECTED    :' TO RS-LABEL
068600     MOVE WS-REJECT-COUNT TO RS-VALUE
068700     WRITE RVS-LINE FROM RVS-SUMMARY-LINE
