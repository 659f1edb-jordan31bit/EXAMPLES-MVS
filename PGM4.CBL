002300*    FLIPS THE ACCOUNT TO 'A' (LIVE), AND PAYS BY ACH CREDIT
002400*    (TRAN CODE 22).  EMPLOYEES WITH NO BANK INFO ('N') ARE
002500*    LISTED ON THE PAYMENT REPORT AS CHECK PAYMENTS.
002510*
002520*    GARNISHMENT REMITTANCES: EXAMP-GRN1 (STEP035) WRITES ONE
002530*    PAYMENT DETAIL RECORD PER ISSUING AGENCY, CONCATENATED
002540*    BEHIND THE EMPLOYEE RECORDS ON THE PAYDTL DD.  AN AGENCY
002550*    RECORD (PD-PAYEE-AGENCY) IS PAID BY ACH CREDIT WHEN THE
002560*    AGENCY ON GARNISH-AGENCY IS SET UP FOR EFT, OTHERWISE BY
002570*    CHECK THROUGH THE SAME NUMBERING, REGISTER, AND
002580*    OUTSTANDING-CHECK PATH AS AN EMPLOYEE CHECK.  AGENCIES
002581*    ARE NOT PRENOTED.  A HELD RECORD (PD-PAYEE-HELD - NO
002582*    AGENCY ON FILE) IS LISTED ON THE PAYMENT REPORT AND NOT
002583*    PAID.
002584*
002585*    POSITIVE PAY: EVERY CHECK CUT (EMPLOYEE OR AGENCY) IS ALSO
002586*    WRITTEN AS AN ISSUE DETAIL ON THE POSITIVE PAY FILE FOR
002587*    THE BANK (SEE COPYLIB/POSPAY), BEHIND A HEADER AND AHEAD
002588*    OF A TRAILER WITH THE DETAIL COUNT AND DOLLAR TOTAL.  THE
002589*    VOID AND CANCEL (STOP PAYMENT) DETAILS EXAMP-RVS1 QUEUED ON
002590*    THE PENDING VOID FILE SINCE THE LAST RUN GO OUT ON THE
002591*    SAME FILE, AND THE QUEUE IS EMPTIED ONLY AFTER THE CHECK
002592*    NUMBER CONTROL IS REWRITTEN AT CLEAN END OF STEP, SO A
002593*    RESTART PICKS THE SAME VOIDS UP AGAIN.
002600*
002700*    MODIFICATION HISTORY.
002800*    DATE       INIT  DESCRIPTION
003077*                     RUN TYPE NOW CARRIED ON THE PAYMENT
003078*                     DETAIL) SO A REVERSAL CAN VOID THE
003079*                     OUTSTANDING-CHECK RECORD.
003080*    10/15/26   DM    PAY THE GARNISHMENT AGENCY REMITTANCES
003081*                     EXAMP-GRN1 ADDS TO THE PAYMENT DETAIL -
003082*                     ACH CREDIT FOR AN EFT AGENCY (SEE
003083*                     COPYLIB/GARNAGCY), CHECK OTHERWISE - AND
003084*                     LIST HELD REMITTANCES UNPAID.  ONLY AN
003085*                     EMPLOYEE CHECK IS STAMPED ON PAY HISTORY.
003087*    10/15/26   DM    WRITE THE POSITIVE PAY ISSUE FILE FOR THE
003089*                     BANK (COPYLIB/POSPAY): AN ISSUE DETAIL
003091*                     PER CHECK CUT PLUS THE VOIDS AND STOP
003093*                     PAYMENTS QUEUED BY EXAMP-RVS1, WITH A
003095*                     COUNT AND DOLLAR TRAILER.
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
005203     ACCESS MODE IS RANDOM
005204     RECORD KEY IS PH-HISTORY-KEY
005205     FILE STATUS IS WS-HISTF-STATUS.
005211     SELECT GARNISH-AGENCY
005217     ASSIGN TO UT-S-GARNAGY
005223     ORGANIZATION IS INDEXED
005229     ACCESS MODE IS RANDOM
005235     RECORD KEY IS GA-AGENCY-ID
005241     FILE STATUS IS WS-GARNAGY-STATUS.
005247     SELECT POSITIVE-PAY
005253     ASSIGN TO UT-S-PPOUT
005259     FILE STATUS IS WS-PPOUT-STATUS.
005265     SELECT POSPAY-PENDING
005271     ASSIGN TO UT-S-PPVOID
005277     FILE STATUS IS WS-PPVOID-STATUS.
005283 DATA DIVISION.
005300 FILE SECTION.
005400 FD  PAY-DETAIL
005500     RECORDING MODE IS F
007904     RECORD CONTAINS 160 CHARACTERS
007905     DATA RECORD IS PAY-HISTORY-RECORD.
007906     COPY PAYHIST.
007907 FD  GARNISH-AGENCY
007908     RECORD CONTAINS 150 CHARACTERS
007909     DATA RECORD IS GARNISH-AGENCY-RECORD.
007914     COPY GARNAGCY.
007919 FD  POSITIVE-PAY
007924     RECORDING MODE IS F
007929     LABEL RECORDS ARE OMITTED
007934     RECORD CONTAINS 80 CHARACTERS
007939     BLOCK CONTAINS 10 RECORDS
007944     DATA RECORD IS POSPAY-RECORD.
007949 01  POSPAY-RECORD                    PIC X(80).
007954 FD  POSPAY-PENDING
007959     RECORDING MODE IS F
007964     LABEL RECORDS ARE OMITTED
007969     RECORD CONTAINS 80 CHARACTERS
007974     BLOCK CONTAINS 10 RECORDS
007979     DATA RECORD IS POSPAY-PENDING-RECORD.
007984 01  POSPAY-PENDING-RECORD            PIC X(80).
007989*
008000 WORKING-STORAGE SECTION.
008100 01  WS-FILE-STATUSES.
008200     02  WS-PAYDTL-STATUS             PIC X(02) VALUE '00'.
008540     02  WS-CHKREG-STATUS             PIC X(02) VALUE '00'.
008550     02  WS-OUTCHK-STATUS             PIC X(02) VALUE '00'.
008560     02  WS-HISTF-STATUS              PIC X(02) VALUE '00'.
008570     02  WS-GARNAGY-STATUS            PIC X(02) VALUE '00'.
008580     02  WS-PPOUT-STATUS              PIC X(02) VALUE '00'.
008590     02  WS-PPVOID-STATUS             PIC X(02) VALUE '00'.
008600 01  WS-SWITCHES.
008700     02  WS-EOF-SW                    PIC X(01) VALUE 'N'.
008800         88  END-OF-DETAIL                VALUE 'Y'.
008830     02  WS-PPVOID-EOF-SW             PIC X(01) VALUE 'N'.
008860         88  END-OF-PENDING               VALUE 'Y'.
008900 01  WS-COUNTERS.
009000     02  WS-DETAIL-READ               PIC 9(07) COMP VALUE ZERO.
009100     02  WS-ACH-COUNT                 PIC 9(07) COMP VALUE ZERO.
009200     02  WS-PRENOTE-COUNT             PIC 9(07) COMP VALUE ZERO.
009300     02  WS-CHECK-COUNT               PIC 9(07) COMP VALUE ZERO.
009310     02  WS-REMIT-COUNT               PIC 9(07) COMP VALUE ZERO.
009320     02  WS-REMIT-HELD-COUNT          PIC 9(07) COMP VALUE ZERO.
009330     02  WS-EMPLOYEE-COUNT            PIC 9(07) COMP VALUE ZERO.
009350     02  WS-PP-ISSUE-COUNT            PIC 9(07) COMP VALUE ZERO.
009370     02  WS-PP-VOID-COUNT             PIC 9(07) COMP VALUE ZERO.
009400 01  WS-HASH-TOTAL                    PIC 9(10) VALUE ZERO.
009500 01  WS-TOTAL-AMOUNT                  PIC 9(11)V99 VALUE ZERO.
009510 01  WS-CHECK-NO                      PIC 9(08) VALUE ZERO.
009520 01  WS-CHECK-TOTAL-AMT               PIC 9(11)V99 VALUE ZERO.
009523 01  WS-PP-ISSUE-AMT                 PIC 9(11)V99 VALUE ZERO.
009526 01  WS-PP-VOID-AMT                  PIC 9(11)V99 VALUE ZERO.
009530*    WORK FIELDS FOR SPELLING A CHECK AMOUNT OUT IN WORDS.
009531*    THE DOLLAR PART SPLITS INTO MILLIONS / THOUSANDS /
009532*    UNITS GROUPS OF THREE DIGITS, EACH CONVERTED BY
009630 01  WS-AFTER-IMAGE                   PIC X(200) VALUE SPACES.
009700*
009800     COPY ACHREC.
010560*
011320     COPY POSPAY.
012100*
012200 01  RPT-DETAIL-LINE.
012300     02  FILLER                       PIC X(01) VALUE SPACE.
018017         MOVE 16 TO RETURN-CODE
018018         STOP RUN
018019     END-IF
018020     OPEN INPUT GARNISH-AGENCY
018021     IF WS-GARNAGY-STATUS NOT = '00'
018022         DISPLAY 'EXAMP-PGM4 - OPEN FAILED, GARNAGY STATUS='
018023             WS-GARNAGY-STATUS
018024         MOVE 16 TO RETURN-CODE
018025         STOP RUN
018026     END-IF
018027     OPEN OUTPUT POSITIVE-PAY
018028     IF WS-PPOUT-STATUS NOT = '00'
018029         DISPLAY 'EXAMP-PGM4 - OPEN FAILED, PPOUT STATUS='
018030             WS-PPOUT-STATUS
018031         MOVE 16 TO RETURN-CODE
018032         STOP RUN
018033     END-IF
018034     OPEN INPUT POSPAY-PENDING
018035     IF WS-PPVOID-STATUS NOT = '00'
018036         DISPLAY 'EXAMP-PGM4 - OPEN FAILED, PPVOID STATUS='
018037             WS-PPVOID-STATUS
018038         MOVE 16 TO RETURN-CODE
018039         STOP RUN
018040     END-IF
018041     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
018042     MOVE WS-RUN-DATE-YYYYMMDD TO CH-RUN-DATE
018043     WRITE CHKREG-LINE FROM CHKREG-HEADER-LINE
018044     WRITE CHKREG-LINE FROM CHKREG-HEADER-LINE2
018045     MOVE SPACES TO CHKREG-LINE
018046     WRITE CHKREG-LINE
018047     MOVE WS-RUN-DATE-YYYYMMDD TO PPH-CREATE-DATE
018048     WRITE POSPAY-RECORD FROM POSPAY-HEADER-REC
018049     IF WS-PPOUT-STATUS NOT = '00'
018057         DISPLAY 'EXAMP-PGM4 - WRITE FAILED, PPOUT STATUS='
018065             WS-PPOUT-STATUS
018073         MOVE 16 TO RETURN-CODE
018081         STOP RUN
018089     END-IF
018100     PERFORM 1100-READ-DETAIL THRU 1100-EXIT
018200     MOVE WS-RUN-DATE-YYYYMMDD TO AH-CREATE-DATE
018300     IF END-OF-DETAIL
020600*----------------------------------------------------------*
020700*    2000-PROCESS-PAYMENT - ROUTE ONE PAID EMPLOYEE TO ACH  *
020800*    CREDIT, PRENOTE, OR CHECK BASED ON THE MASTER'S        *
020900*    DEPOSIT SWITCH.  GARNISHMENT AGENCY RECORDS FROM       *
020910*    EXAMP-GRN1 ARE ROUTED TO 2500 / 2600.                  *
021000*----------------------------------------------------------*
021100 2000-PROCESS-PAYMENT.
021110     IF PD-PAYEE-HELD
021120         PERFORM 2600-LIST-HELD-REMIT THRU 2600-EXIT
021130         GO TO 2000-NEXT
021140     END-IF
021150     IF PD-PAYEE-AGENCY
021160         PERFORM 2500-PAY-AGENCY THRU 2500-EXIT
021170         GO TO 2000-NEXT
021180     END-IF
021200     MOVE PD-EMPLOYEE-ID TO EM-EMPLOYEE-ID
021250     MOVE SPACES TO WS-BEFORE-IMAGE
021300     READ EMPLOYEE-MASTER
033150     PERFORM 2410-CUT-CHECK THRU 2410-EXIT
033200     ADD 1 TO WS-CHECK-COUNT.
033300 2400-EXIT.
033302     EXIT.
033304*----------------------------------------------------------*
033306*    2410-CUT-CHECK - ASSIGN THE NEXT CHECK NUMBER FROM THE *
033308*    CONTROL, WRITE THE CHECK PRINT RECORD (PAYEE, AMOUNT   *
033310*    IN WORDS, CHECK DATE), THE OUTSTANDING-CHECK RECORD    *
033312*    FOR THE EXAMP-REC1 RECONCILIATION PASS, THE CHECK      *
033314*    REGISTER LINE, AND THE POSITIVE PAY ISSUE DETAIL.      *
033316*----------------------------------------------------------*
033318 2410-CUT-CHECK.
033320     MOVE CC-NEXT-CHECK-NO TO WS-CHECK-NO
033322     ADD 1 TO CC-NEXT-CHECK-NO
033324     PERFORM 2420-AMOUNT-IN-WORDS THRU 2420-EXIT
033326     MOVE SPACES TO CHECK-PRINT-RECORD
033328     MOVE WS-CHECK-NO TO CP-CHECK-NO
033330     MOVE PD-PAY-DATE TO CP-CHECK-DATE
033332     MOVE PD-EMPLOYEE-NAME TO CP-PAYEE-NAME
033334     MOVE PD-NET-PAY TO CP-AMOUNT
033336     MOVE WS-CHECK-WORDS TO CP-AMOUNT-IN-WORDS
033338     WRITE CHECK-PRINT-RECORD
033340     IF WS-CHKPRT-STATUS NOT = '00'
033342         DISPLAY 'EXAMP-PGM4 - WRITE FAILED, CHKPRT STATUS='
033344             WS-CHKPRT-STATUS
033346         MOVE 16 TO RETURN-CODE
033348         STOP RUN
033350     END-IF
033352     MOVE SPACES TO OUTSTANDING-CHECK-RECORD
033354     MOVE WS-CHECK-NO TO OC-CHECK-NO
033356     MOVE PD-EMPLOYEE-ID TO OC-EMPLOYEE-ID
033358     MOVE PD-EMPLOYEE-NAME TO OC-PAYEE-NAME
033360     MOVE PD-PAY-DATE TO OC-CHECK-DATE
033362     MOVE PD-NET-PAY TO OC-AMOUNT
033364     SET OC-OUTSTANDING TO TRUE
033366     MOVE ZERO TO OC-CLEARED-DATE
033368*    CHECK-CONTROL IS ONLY REWRITTEN AT END OF RUN, SO A
033370*    STEP040 RESTART REISSUES THE IDENTICAL NUMBERS FOR THE
033372*    IDENTICAL PAYMENT DETAIL - THE KEY IS ALREADY THERE, SO
033374*    REWRITE IT INSTEAD OF FAILING (SAME PATTERN AS THE PAY
033376*    HISTORY WRITE IN EXAMP-PGM3).
033378     WRITE OUTSTANDING-CHECK-RECORD
033380         INVALID KEY
033382             REWRITE OUTSTANDING-CHECK-RECORD
033384     END-WRITE
033386     IF WS-OUTCHK-STATUS NOT = '00'
033388         DISPLAY 'EXAMP-PGM4 - WRITE/REWRITE FAILED, OUTCHK '
033390             'STATUS=' WS-OUTCHK-STATUS
033392         MOVE 16 TO RETURN-CODE
033394         STOP RUN
033396     END-IF
033398     MOVE SPACES TO CHKREG-DETAIL-LINE
033400     MOVE WS-CHECK-NO TO CK-CHECK-NO
033402     MOVE PD-EMPLOYEE-ID TO CK-EMPLOYEE-ID
033404     MOVE PD-EMPLOYEE-NAME TO CK-PAYEE-NAME
033406     MOVE PD-PAY-DATE TO CK-CHECK-DATE
033408     MOVE PD-NET-PAY TO CK-AMOUNT
033410     WRITE CHKREG-LINE FROM CHKREG-DETAIL-LINE
033412     IF WS-CHKREG-STATUS NOT = '00'
033414         DISPLAY 'EXAMP-PGM4 - WRITE FAILED, CHKREG STATUS='
033416             WS-CHKREG-STATUS
033418         MOVE 16 TO RETURN-CODE
033420         STOP RUN
033422     END-IF
033424     IF PD-PAYEE-EMPLOYEE
033426         PERFORM 2415-STAMP-CHECK-ON-HISTORY THRU 2415-EXIT
033428     END-IF
033430     ADD PD-NET-PAY TO WS-CHECK-TOTAL-AMT
033432     SET PPD-ISSUE TO TRUE
033434     MOVE WS-CHECK-NO TO PPD-CHECK-NO
033436     MOVE PD-PAY-DATE TO PPD-ISSUE-DATE
033438     MOVE PD-NET-PAY TO PPD-AMOUNT
033440     MOVE PD-EMPLOYEE-NAME TO PPD-PAYEE-NAME
033442     MOVE PD-EMPLOYEE-ID TO PPD-EMPLOYEE-ID
033444     MOVE ZERO TO PPD-VOID-DATE
033446     PERFORM 2440-WRITE-POSPAY-DETAIL THRU 2440-EXIT.
033463 2410-EXIT.
033464     EXIT.
033465*----------------------------------------------------------*
033581     END-IF.
033582 2430-EXIT.
033583     EXIT.
033584*----------------------------------------------------------*
033585*    2440-WRITE-POSPAY-DETAIL - ONE DETAIL ONTO THE         *
033586*    POSITIVE PAY FILE, ADDED INTO THE ISSUE OR             *
033587*    VOID/CANCEL TOTALS FOR THE TRAILER.  CALLER HAS        *
033588*    BUILT POSPAY-DETAIL-REC.                               *
033589*----------------------------------------------------------*
033590 2440-WRITE-POSPAY-DETAIL.
033591     WRITE POSPAY-RECORD FROM POSPAY-DETAIL-REC
033592     IF WS-PPOUT-STATUS NOT = '00'
033593         DISPLAY 'EXAMP-PGM4 - WRITE FAILED, PPOUT STATUS='
033594             WS-PPOUT-STATUS
033595         MOVE 16 TO RETURN-CODE
033596         STOP RUN
033597     END-IF
033598     IF PPD-ISSUE
033599         ADD 1 TO WS-PP-ISSUE-COUNT
033600         ADD PPD-AMOUNT TO WS-PP-ISSUE-AMT
033601     ELSE
033602         ADD 1 TO WS-PP-VOID-COUNT
033603         ADD PPD-AMOUNT TO WS-PP-VOID-AMT
033604     END-IF.
033605 2440-EXIT.
033606     EXIT.
033607*----------------------------------------------------------*
033608*    2500-PAY-AGENCY - ONE GARNISHMENT REMITTANCE.  AN EFT  *
033609*    AGENCY WITH A ROUTING NUMBER GETS AN ACH CREDIT; ANY   *
033610*    OTHER AGENCY (OR ONE DROPPED FROM GARNISH-AGENCY SINCE *
033611*    STEP035 RAN) IS PAID BY CHECK TO THE NAME ON THE       *
033612*    REMITTANCE RECORD.                                     *
033613*----------------------------------------------------------*
033614 2500-PAY-AGENCY.
033615     ADD 1 TO WS-REMIT-COUNT
033616     MOVE PD-AGENCY-ID TO GA-AGENCY-ID
033617     READ GARNISH-AGENCY
033618         INVALID KEY
033619             IF WS-GARNAGY-STATUS NOT = '23'
033620                 DISPLAY 'EXAMP-PGM4 - READ FAILED, GARNAGY '
033621                     'STATUS=' WS-GARNAGY-STATUS
033622                 MOVE 16 TO RETURN-CODE
033623                 STOP RUN
033624             END-IF
033625             MOVE 'GARNISH REMIT - CHECK' TO RD-DISPOSITION
033626             PERFORM 2400-PAY-BY-CHECK THRU 2400-EXIT
033627             GO TO 2500-EXIT
033628     END-READ
033629     IF NOT GA-REMIT-EFT
033630         OR GA-BANK-ROUTING NOT NUMERIC
033631         OR GA-BANK-ROUTING = ZERO
033632         MOVE 'GARNISH REMIT - CHECK' TO RD-DISPOSITION
033633         PERFORM 2400-PAY-BY-CHECK THRU 2400-EXIT
033634         GO TO 2500-EXIT
033635     END-IF
033636     MOVE '22' TO AC-TRAN-CODE
033637     MOVE GA-BANK-ROUTING TO AC-BANK-ROUTING
033638     MOVE GA-BANK-ACCOUNT TO AC-BANK-ACCOUNT
033639     MOVE PD-NET-PAY TO AC-AMOUNT
033640     MOVE PD-EMPLOYEE-ID TO AC-EMPLOYEE-ID
033641     MOVE PD-EMPLOYEE-NAME TO AC-EMPLOYEE-NAME
033642     PERFORM 2150-WRITE-ACH-RECORD THRU 2150-EXIT
033643     ADD 1 TO WS-ACH-COUNT
033644     ADD GA-BANK-ROUTING TO WS-HASH-TOTAL
033645     ADD PD-NET-PAY TO WS-TOTAL-AMOUNT
033646     MOVE SPACES TO RPT-DETAIL-LINE
033647     MOVE PD-EMPLOYEE-ID TO RD-EMPLOYEE-ID
033648     MOVE PD-EMPLOYEE-NAME TO RD-EMPLOYEE-NAME
033649     MOVE PD-NET-PAY TO RD-NET-PAY
033650     MOVE 'GARNISH REMIT - ACH' TO RD-DISPOSITION
033651     PERFORM 2450-WRITE-RPT-LINE THRU 2450-EXIT.
033652 2500-EXIT.
033653     EXIT.
033654*----------------------------------------------------------*
033655*    2600-LIST-HELD-REMIT - EXAMP-GRN1 FOUND NO AGENCY FOR  *
033656*    THESE TAKES.  LIST THEM; NOTHING IS PAID.              *
033657*----------------------------------------------------------*
033658 2600-LIST-HELD-REMIT.
033659     ADD 1 TO WS-REMIT-HELD-COUNT
033660     MOVE SPACES TO RPT-DETAIL-LINE
033661     MOVE PD-EMPLOYEE-ID TO RD-EMPLOYEE-ID
033662     MOVE PD-EMPLOYEE-NAME TO RD-EMPLOYEE-NAME
033663     MOVE PD-NET-PAY TO RD-NET-PAY
033664     MOVE 'GARNISH HELD - NOT PAID' TO RD-DISPOSITION
033665     PERFORM 2450-WRITE-RPT-LINE THRU 2450-EXIT.
033666 2600-EXIT.
033667     EXIT.
033668*----------------------------------------------------------*
033669*    6000-WRITE-JOURNAL - LOG ONE BEFORE/AFTER IMAGE FOR A  *
033670*    MASTER CHANGE.  CALLER SETS WS-JRNL-ACTION AND THE     *
033671*    BEFORE/AFTER IMAGES.                                   *
033672*----------------------------------------------------------*
033673 6000-WRITE-JOURNAL.
033674     MOVE SPACES TO JOURNAL-RECORD
033675     MOVE 'EXAMP-PGM4' TO JR-PROGRAM
033676     MOVE WS-RUN-DATE-YYYYMMDD TO JR-RUN-DATE
033677     MOVE WS-JRNL-ACTION TO JR-ACTION
033678     MOVE EM-EMPLOYEE-ID TO JR-EMPLOYEE-ID
033679     MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE
033680     MOVE WS-AFTER-IMAGE TO JR-AFTER-IMAGE
033681     WRITE JOURNAL-RECORD
033682     IF WS-JRNL-STATUS NOT = '00'
033683         DISPLAY 'EXAMP-PGM4 - WRITE FAILED, JRNL STATUS='
033684             WS-JRNL-STATUS
033685         MOVE 16 TO RETURN-CODE
033686         STOP RUN
033687     END-IF.
033688 6000-EXIT.
033689     EXIT.
033690 2450-WRITE-RPT-LINE.
033691     WRITE PAY-RPT-LINE FROM RPT-DETAIL-LINE
033700     IF WS-PAYRPT-STATUS NOT = '00'
033800         DISPLAY 'EXAMP-PGM4 - WRITE FAILED, PAYRPT STATUS='
033900             WS-PAYRPT-STATUS
034400 2450-EXIT.
034500     EXIT.
034600*----------------------------------------------------------*
034700*    8000-TERMINATE - BATCH TRAILERS, SUMMARY, CLOSE UP.    *
034800*----------------------------------------------------------*
034900 8000-TERMINATE.
034905     PERFORM 8200-COPY-PENDING-VOIDS THRU 8200-EXIT
034910     COMPUTE PPT-DETAIL-COUNT = WS-PP-ISSUE-COUNT
034915         + WS-PP-VOID-COUNT
034920     COMPUTE PPT-TOTAL-AMOUNT = WS-PP-ISSUE-AMT
034925         + WS-PP-VOID-AMT
034930     MOVE WS-PP-ISSUE-COUNT TO PPT-ISSUE-COUNT
034935     MOVE WS-PP-ISSUE-AMT TO PPT-ISSUE-AMOUNT
034940     MOVE WS-PP-VOID-COUNT TO PPT-VOID-COUNT
034945     MOVE WS-PP-VOID-AMT TO PPT-VOID-AMOUNT
034950     WRITE POSPAY-RECORD FROM POSPAY-TRAILER-REC
034955     IF WS-PPOUT-STATUS NOT = '00'
034960         DISPLAY 'EXAMP-PGM4 - WRITE FAILED, PPOUT STATUS='
034965             WS-PPOUT-STATUS
034970         MOVE 16 TO RETURN-CODE
034975         STOP RUN
034980     END-IF
035000     MOVE WS-ACH-COUNT TO AT-DETAIL-COUNT
035100     MOVE WS-HASH-TOTAL TO AT-HASH-TOTAL
035200     MOVE WS-TOTAL-AMOUNT TO AT-TOTAL-AMOUNT
036191         MOVE 16 TO RETURN-CODE
036192         STOP RUN
036193     END-IF
036196     PERFORM 8300-CLEAR-PENDING THRU 8300-EXIT
036200     CLOSE PAY-DETAIL
036300     CLOSE ACH-PAYMENT
036400     CLOSE PAY-RPT
036540     CLOSE CHECK-REGISTER
036550     CLOSE OUTSTANDING-CHECK
036560     CLOSE PAY-HISTORY
036570     CLOSE GARNISH-AGENCY
036580     CLOSE POSITIVE-PAY
036600     MOVE 0 TO RETURN-CODE.
036700 8000-EXIT.
036800     EXIT.
037000     MOVE SPACES TO PAY-RPT-LINE
037100     WRITE PAY-RPT-LINE
037200     MOVE 'EMPLOYEES PAID           :' TO WS-SUMM-LABEL
037210     COMPUTE WS-EMPLOYEE-COUNT = WS-DETAIL-READ
037220         - WS-REMIT-COUNT - WS-REMIT-HELD-COUNT
037300     MOVE WS-EMPLOYEE-COUNT TO WS-SUMM-VALUE
037400     WRITE PAY-RPT-LINE FROM RPT-SUMMARY-LINE
037410     MOVE 'AGENCY REMITTANCES       :' TO WS-SUMM-LABEL
037420     MOVE WS-REMIT-COUNT TO WS-SUMM-VALUE
037430     WRITE PAY-RPT-LINE FROM RPT-SUMMARY-LINE
037440     MOVE 'REMITTANCES HELD         :' TO WS-SUMM-LABEL
037450     MOVE WS-REMIT-HELD-COUNT TO WS-SUMM-VALUE
037460     WRITE PAY-RPT-LINE FROM RPT-SUMMARY-LINE
037500     MOVE 'ACH CREDITS WRITTEN      :' TO WS-SUMM-LABEL
037600     MOVE WS-ACH-COUNT TO WS-SUMM-VALUE
037700     WRITE PAY-RPT-LINE FROM RPT-SUMMARY-LINE
038000     WRITE PAY-RPT-LINE FROM RPT-SUMMARY-LINE
038100     MOVE 'CHECK PAYMENTS           :' TO WS-SUMM-LABEL
038200     MOVE WS-CHECK-COUNT TO WS-SUMM-VALUE
038300     WRITE PAY-RPT-LINE FROM RPT-SUMMARY-LINE
038310     MOVE 'POS PAY ISSUES           :' TO WS-SUMM-LABEL
038320     MOVE WS-PP-ISSUE-COUNT TO WS-SUMM-VALUE
038330     WRITE PAY-RPT-LINE FROM RPT-SUMMARY-LINE
038340     MOVE 'POS PAY VOIDS/CANCELS    :' TO WS-SUMM-LABEL
038350     MOVE WS-PP-VOID-COUNT TO WS-SUMM-VALUE
038360     WRITE PAY-RPT-LINE FROM RPT-SUMMARY-LINE.
038400 8100-EXIT.
038402     EXIT.
038404*----------------------------------------------------------*
038406*    8200-COPY-PENDING-VOIDS - CARRY EVERY VOID AND CANCEL  *
038408*    DETAIL EXAMP-RVS1 QUEUED SINCE THE LAST RUN ONTO THIS  *
038410*    RUN'S POSITIVE PAY FILE.                               *
038412*----------------------------------------------------------*
038414 8200-COPY-PENDING-VOIDS.
038416     PERFORM 8210-READ-PENDING THRU 8210-EXIT
038418     PERFORM 8220-COPY-ONE-VOID THRU 8220-EXIT
038420         UNTIL END-OF-PENDING.
038422 8200-EXIT.
038424     EXIT.
038426 8210-READ-PENDING.
038428     READ POSPAY-PENDING
038430         AT END
038432             SET END-OF-PENDING TO TRUE
038434     END-READ.
038436 8210-EXIT.
038438     EXIT.
038440 8220-COPY-ONE-VOID.
038442     MOVE POSPAY-PENDING-RECORD TO POSPAY-DETAIL-REC
038444     IF PPD-RECORD-TYPE NOT = 'D'
038446         OR (NOT PPD-VOID AND NOT PPD-CANCEL)
038448         OR PPD-CHECK-NO NOT NUMERIC
038450         OR PPD-AMOUNT NOT NUMERIC
038452         DISPLAY 'EXAMP-PGM4 - PPVOID RECORD INVALID: '
038454             POSPAY-PENDING-RECORD
038456         MOVE 16 TO RETURN-CODE
038458         STOP RUN
038460     END-IF
038462     PERFORM 2440-WRITE-POSPAY-DETAIL THRU 2440-EXIT
038464     PERFORM 8210-READ-PENDING THRU 8210-EXIT.
038466 8220-EXIT.
038468     EXIT.
038470*----------------------------------------------------------*
038472*    8300-CLEAR-PENDING - THE QUEUED VOIDS ARE ON THIS      *
038474*    RUN'S FILE; EMPTY THE QUEUE FOR THE NEXT EXAMP-RVS1.   *
038476*----------------------------------------------------------*
038478 8300-CLEAR-PENDING.
038480     CLOSE POSPAY-PENDING
038482     OPEN OUTPUT POSPAY-PENDING
038484     IF WS-PPVOID-STATUS NOT = '00'
038486         DISPLAY 'EXAMP-PGM4 - OPEN FAILED, PPVOID STATUS='
038488             WS-PPVOID-STATUS
038490         MOVE 16 TO RETURN-CODE
038492         STOP RUN
038494     END-IF
038496     CLOSE POSPAY-PENDING.
038498 8300-EXIT.
038500     EXIT.
