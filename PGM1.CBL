002926*                     RATE, AND PAY TYPE RIDE THE VALID WORK
002927*                     FILE THROUGH TO THE REGISTER AND PAY
002928*                     HISTORY.
002929*    10/15/26   DM    LEAVE-TAKEN CARDS: COLUMN 47 = 'L' MARKS A
002930*                     CARD REPORTING VACATION ('V' IN COLUMN 48)
002931*                     OR SICK ('S') HOURS TAKEN, HOURS IN
002932*                     COLUMNS 38-42 9(3)V99.  EDITED AGAINST THE
002933*                     NEW LEAVE-MASTER (SEE COPYLIB/LEAVMAST): NO
002934*                     LEAVE RECORD, OR MORE HOURS THAN THE
002935*                     BALANCE LEFT AFTER THE RUN'S EARLIER CARDS,
002936*                     IS A REJECT.  ACCEPTED HOURS ARE TOTALLED
002937*                     PER EMPLOYEE IN A HASHED TABLE AND WRITTEN
002938*                     TO THE LEAVE-TAKEN WORK FILE (SEE COPYLIB/
002939*                     LVTAKEN) FOR EXAMP-PGM3 TO POST.  A LEAVE
002940*                     CARD NEVER REACHES THE VALID WORK FILE OR
002941*                     THE DUPLICATE CHECK.
002942*    10/15/26   DM    PAY AT THE RATE IN EFFECT: THE LATEST
002943*                     CHANGE ON THE NEW RATE-CHANGE FILE (SEE
002944*                     COPYLIB/RATECHG) WHOSE EFFECTIVE DATE HAS
002945*                     BEEN REACHED REPLACES THE CARD'S PERIOD
002946*                     SALARY OR HOURLY RATE, SO A RAISE KEYED
002947*                     THROUGH EXAMP-MNT1 AHEAD OF TIME STARTS ON
002948*                     THE RIGHT RUN.
002968 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
004397     SELECT RUNTYPE-PARM
004398     ASSIGN TO UT-S-RUNTYPE
004399     FILE STATUS IS WS-RUNTYPE-STATUS.
004400     SELECT LEAVE-MASTER
004401     ASSIGN TO UT-S-LEAVEF
004402     ORGANIZATION IS INDEXED
004403     ACCESS MODE IS RANDOM
004404     RECORD KEY IS LV-EMPLOYEE-ID
004405     FILE STATUS IS WS-LEAVEF-STATUS.
004406     SELECT LEAVE-TAKEN
004407     ASSIGN TO UT-S-LVTAKEN
004408     FILE STATUS IS WS-LVTAKEN-STATUS.
004409     SELECT RATE-CHANGE
004410     ASSIGN TO UT-S-RATECHG
004411     ORGANIZATION IS INDEXED
004412     ACCESS MODE IS DYNAMIC
004413     RECORD KEY IS RG-RATE-KEY
004414     FILE STATUS IS WS-RATECHG-STATUS.
004454 I-O-CONTROL.
004500     RERUN ON SYSCHK01 EVERY 1000 RECORDS OF VALID-WRKFILE.
004600 DATA DIVISION.
004700 FILE SECTION.
005810     02  RI-HOURLY-FIELDS REDEFINES EMPLOYEE-SALARY.
005820         03  RI-HOURS-WORKED          PIC 9(3)V99.
005830         03  RI-HOURLY-RATE           PIC 9(2)V99.
005832     02  RI-LEAVE-FIELDS REDEFINES EMPLOYEE-SALARY.
005834         03  RI-LEAVE-HOURS           PIC 9(3)V99.
005836         03  FILLER                   PIC X(04).
005840     02  RI-PAY-TYPE                  PIC X(01).
005850         88  RI-PAY-HOURLY                VALUE 'H'.
005860         88  RI-PAY-SALARIED              VALUE 'S' ' '.
005880         88  RI-LEAVE-TAKEN               VALUE 'L'.
005900     02  RI-LEAVE-TYPE                PIC X(01).
005902         88  RI-LEAVE-VACATION            VALUE 'V'.
005904         88  RI-LEAVE-SICK                VALUE 'S'.
005906     02  FILLER                       PIC X(29).
005910     02  RI-RECYCLE-COUNT             PIC 9(03).
005920     02  RI-RECYCLE-COUNT-X REDEFINES RI-RECYCLE-COUNT
005930                                      PIC X(03).
008496         88  RP-RUN-REGULAR               VALUE 'R' ' '.
008497         88  RP-RUN-OFF-CYCLE             VALUE 'O'.
008498     02  FILLER                       PIC X(79).
008499 FD  LEAVE-MASTER
008500     RECORD CONTAINS 150 CHARACTERS
008501     DATA RECORD IS LEAVE-MASTER-RECORD.
008502     COPY LEAVMAST.
008503 FD  LEAVE-TAKEN
008504     RECORDING MODE IS F
008505     LABEL RECORDS ARE OMITTED
008506     RECORD CONTAINS 80 CHARACTERS
008507     BLOCK CONTAINS 10 RECORDS
008508     DATA RECORD IS LEAVE-TAKEN-RECORD.
008509     COPY LVTAKEN.
008510 FD  RATE-CHANGE
008511     RECORD CONTAINS 80 CHARACTERS
008512     DATA RECORD IS RATE-CHANGE-RECORD.
008513     COPY RATECHG.
008553*
008600 WORKING-STORAGE SECTION.
008700 01  WS-FILE-STATUSES.
008800     02  WS-INPAYROLL-STATUS          PIC X(02) VALUE '00'.
009020     02  WS-RUNCTL-STATUS             PIC X(02) VALUE '00'.
009030     02  WS-DEPTF-STATUS              PIC X(02) VALUE '00'.
009040     02  WS-RUNTYPE-STATUS            PIC X(02) VALUE '00'.
009060     02  WS-LEAVEF-STATUS             PIC X(02) VALUE '00'.
009080     02  WS-LVTAKEN-STATUS            PIC X(02) VALUE '00'.
009090     02  WS-RATECHG-STATUS            PIC X(02) VALUE '00'.
009100 01  WS-SWITCHES.
009200     02  WS-EOF-SW                    PIC X(01) VALUE 'N'.
009300         88  END-OF-INPUT                 VALUE 'Y'.
009820         88  SLOT-EMPTY                    VALUE 'Y'.
009830     02  WS-PERIOD-SW                 PIC X(01) VALUE 'N'.
009840         88  REGULAR-PERIOD-FOUND         VALUE 'Y'.
009860     02  WS-LV-FOUND-SW               PIC X(01) VALUE 'N'.
009880         88  LEAVE-SLOT-FOUND             VALUE 'Y'.
009884     02  WS-RATE-EOF-SW               PIC X(01) VALUE 'N'.
009888         88  END-OF-RATE-CHANGES          VALUE 'Y'.
009892     02  WS-RATE-FOUND-SW             PIC X(01) VALUE 'N'.
009896         88  RATE-CHANGE-IN-EFFECT        VALUE 'Y'.
009900 01  WS-COUNTERS.
010000     02  WS-READ-COUNT                PIC 9(07) COMP VALUE ZERO.
010100     02  WS-VALID-COUNT               PIC 9(07) COMP VALUE ZERO.
010200     02  WS-REJECT-COUNT              PIC 9(07) COMP VALUE ZERO.
010250     02  WS-LEAVE-COUNT               PIC 9(07) COMP VALUE ZERO.
010270     02  WS-RATE-COUNT                PIC 9(07) COMP VALUE ZERO.
010300 01  WS-REJECT-REASON                 PIC X(30) VALUE SPACES.
010310 01  WS-RUN-DATE-YYYYMMDD             PIC 9(08).
010312 01  WS-RUN-TYPE                      PIC X(01) VALUE 'R'.
010330*    EDIT - MORE THAN THIS ON ONE CARD IS A KEYING ERROR.
010340 01  WS-MAX-REASONABLE-HOURS          PIC 9(3)V99 VALUE 168.00.
010350 01  WS-GROSS-WORK                    PIC S9(7)V99 VALUE ZERO.
010360 01  WS-RATE-IN-EFFECT                PIC 9(7)V99 VALUE ZERO.
010370 01  WS-RATE-PAY-TYPE                 PIC X(01) VALUE SPACE.
010400 01  WS-DUP-SUB                       PIC 9(07) COMP VALUE ZERO.
010500 01  WS-DUP-COUNT                     PIC 9(07) COMP VALUE ZERO.
010510 01  WS-DUP-MODULUS                   PIC 9(07) COMP
010600 01  WS-DUP-TABLE.
010700     02  WS-DUP-ENTRY  OCCURS 1000003 TIMES
010800                       PIC 9(10) COMP.
010805 01  WS-LV-SUB                        PIC 9(07) COMP VALUE ZERO.
010810 01  WS-LV-COUNT                      PIC 9(07) COMP VALUE ZERO.
010815 01  WS-LV-MODULUS                    PIC 9(07) COMP
010820                                      VALUE 100003.
010825 01  WS-LV-MAX-LOAD                   PIC 9(07) COMP
010830                                      VALUE 90000.
010835 01  WS-LV-AVAILABLE                  PIC S9(5)V99 VALUE ZERO.
010840*    HASHED TABLE OF THE LEAVE HOURS ACCEPTED THIS RUN, ONE
010845*    SLOT PER EMPLOYEE (SAME DIVIDE/REMAINDER AND LINEAR PROBE
010850*    AS THE DUPLICATE TABLE; A ZERO ID MEANS EMPTY).  EACH
010855*    LEAVE CARD IS EDITED AGAINST THE BALANCE LESS WHAT THE
010860*    EMPLOYEE'S EARLIER CARDS IN THE RUN ALREADY TOOK, AND
010865*    8200-WRITE-LEAVE-TAKEN WRITES ONE RECORD PER SLOT AT END
010870*    OF RUN.  100,003 IS PRIME.
010875 01  WS-LV-TABLE.
010880     02  WS-LV-ENTRY  OCCURS 100003 TIMES.
010885         03  WS-LV-EMPLOYEE-ID        PIC 9(10) COMP.
010890         03  WS-LV-VAC-HOURS          PIC 9(4)V99 COMP.
010895         03  WS-LV-SICK-HOURS         PIC 9(4)V99 COMP.
010900 01  WS-SUMMARY-LINE.
011000     02  WS-SUMM-LABEL                PIC X(21).
011100     02  WS-SUMM-VALUE                PIC ZZZ,ZZZ,ZZ9.
013081         MOVE 16 TO RETURN-CODE
013082         STOP RUN
013083     END-IF
013084     OPEN INPUT LEAVE-MASTER
013085     IF WS-LEAVEF-STATUS NOT = '00'
013086         DISPLAY 'EXAMP-PGM1 - OPEN FAILED, LEAVEF STATUS='
013087             WS-LEAVEF-STATUS
013088         MOVE 16 TO RETURN-CODE
013089         STOP RUN
013090     END-IF
013091     OPEN OUTPUT LEAVE-TAKEN
013092     IF WS-LVTAKEN-STATUS NOT = '00'
013093         DISPLAY 'EXAMP-PGM1 - OPEN FAILED, LVTAKEN STATUS='
013094             WS-LVTAKEN-STATUS
013095         MOVE 16 TO RETURN-CODE
013096         STOP RUN
013097     END-IF
013098     OPEN INPUT RATE-CHANGE
013099     IF WS-RATECHG-STATUS NOT = '00'
013100         DISPLAY 'EXAMP-PGM1 - OPEN FAILED, RATECHG STATUS='
013101             WS-RATECHG-STATUS
013102         MOVE 16 TO RETURN-CODE
013103         STOP RUN
013104     END-IF
013114     MOVE LOW-VALUES TO WS-LV-TABLE
013124     PERFORM 1050-GET-RUN-TYPE THRU 1050-EXIT
013134     PERFORM 1200-CHECK-RUN-CONTROL THRU 1200-EXIT
013144     PERFORM 1100-READ-INPUT THRU 1100-EXIT.
013200 1000-EXIT.
013300     EXIT.
013400 1100-READ-INPUT.
014700 2000-EDIT-RECORD.
014800     SET RECORD-IS-VALID TO TRUE
014900     MOVE SPACES TO WS-REJECT-REASON
014910     IF RI-LEAVE-TAKEN
014920         PERFORM 2600-EDIT-LEAVE-TAKEN THRU 2600-EXIT
014930         PERFORM 1100-READ-INPUT THRU 1100-EXIT
014940         GO TO 2000-EXIT
014950     END-IF
015000     PERFORM 2100-VALIDATE-ID THRU 2100-EXIT
015050     PERFORM 2150-VALIDATE-DEPT THRU 2150-EXIT
015060     PERFORM 2160-VALIDATE-PAY-TYPE THRU 2160-EXIT
020200     MOVE EMPLOYEE-NAME TO VR-EMPLOYEE-NAME
020300     MOVE EMPLOYEE-DEPT TO VR-EMPLOYEE-DEPT
020310     MOVE RI-PAY-TYPE TO VR-PAY-TYPE
020315     PERFORM 2420-APPLY-RATE-CHANGE THRU 2420-EXIT
020320     IF RI-PAY-HOURLY
020330         PERFORM 2410-COMPUTE-HOURLY-GROSS THRU 2410-EXIT
020340         MOVE WS-GROSS-WORK TO VR-EMPLOYEE-SALARY
020876     END-IF.
020877 2410-EXIT.
020878     EXIT.
020879*----------------------------------------------------------*
020880*    2420-APPLY-RATE-CHANGE - BROWSE THE EMPLOYEE'S RATE    *
020881*    CHANGES FOR THE LATEST ONE EFFECTIVE ON OR BEFORE THE  *
020882*    RUN DATE.  IF IT IS FOR THE SAME PAY TYPE AS THE CARD  *
020883*    IT REPLACES THE CARD'S PERIOD SALARY OR HOURLY RATE;   *
020884*    A FUTURE-DATED CHANGE IS LEFT PENDING, AND AN EMPLOYEE *
020885*    WITH NO CHANGE ON FILE IS PAID FROM THE CARD.          *
020886*----------------------------------------------------------*
020887 2420-APPLY-RATE-CHANGE.
020888     MOVE 'N' TO WS-RATE-EOF-SW
020889     MOVE 'N' TO WS-RATE-FOUND-SW
020890     MOVE EMPLOYEE-ID TO RG-EMPLOYEE-ID
020891     MOVE ZERO TO RG-EFFECTIVE-DATE
020892     START RATE-CHANGE
020893         KEY IS NOT LESS THAN RG-RATE-KEY
020894         INVALID KEY
020895             SET END-OF-RATE-CHANGES TO TRUE
020896     END-START
020897     PERFORM 2425-READ-NEXT-RATE THRU 2425-EXIT
020898         UNTIL END-OF-RATE-CHANGES
020899     IF NOT RATE-CHANGE-IN-EFFECT
020900         GO TO 2420-EXIT
020901     END-IF
020902     IF RI-PAY-HOURLY
020903         IF WS-RATE-PAY-TYPE = 'H'
020904             AND WS-RATE-IN-EFFECT NOT = RI-HOURLY-RATE
020905             MOVE WS-RATE-IN-EFFECT TO RI-HOURLY-RATE
020906             ADD 1 TO WS-RATE-COUNT
020907         END-IF
020908     ELSE
020909         IF WS-RATE-PAY-TYPE = 'S'
020910             AND WS-RATE-IN-EFFECT NOT = EMPLOYEE-SALARY
020911             MOVE WS-RATE-IN-EFFECT TO EMPLOYEE-SALARY
020912             ADD 1 TO WS-RATE-COUNT
020913         END-IF
020914     END-IF.
020915 2420-EXIT.
020916     EXIT.
020917 2425-READ-NEXT-RATE.
020918     READ RATE-CHANGE NEXT RECORD
020919         AT END
020920             SET END-OF-RATE-CHANGES TO TRUE
020921             GO TO 2425-EXIT
020922     END-READ
020923     IF RG-EMPLOYEE-ID NOT = EMPLOYEE-ID
020924         OR RG-EFFECTIVE-DATE > WS-RUN-DATE-YYYYMMDD
020925         SET END-OF-RATE-CHANGES TO TRUE
020926         GO TO 2425-EXIT
020927     END-IF
020928     SET RATE-CHANGE-IN-EFFECT TO TRUE
020929     MOVE RG-NEW-RATE TO WS-RATE-IN-EFFECT
020930     MOVE RG-PAY-TYPE TO WS-RATE-PAY-TYPE.
020931 2425-EXIT.
020951     EXIT.
020971 2500-WRITE-REJECT.
021000     MOVE SPACES TO EXCEPT-LINE
021100     MOVE EMPLOYEE-ID TO EL-EMPLOYEE-ID
021200     MOVE EMPLOYEE-NAME TO EL-EMPLOYEE-NAME
021786     END-IF.
021787 2510-EXIT.
021788     EXIT.
021789*----------------------------------------------------------*
021790*    2600-EDIT-LEAVE-TAKEN - EDITS FOR A LEAVE-TAKEN CARD   *
021791*    (COLUMN 47 = 'L').  THE ID/NAME/DEPT EDITS ARE THOSE   *
021792*    OF ANY CARD, THE HOURS GET THE REASONABLE-HOURS        *
021793*    CEILING, THE LEAVE TYPE MUST BE V OR S, AND THE HOURS  *
021794*    MUST FIT IN THE LEAVE-MASTER BALANCE LESS WHAT EARLIER *
021795*    CARDS IN THIS RUN ALREADY TOOK.  ACCEPTED HOURS GO     *
021796*    INTO THE EMPLOYEE'S SLOT IN WS-LV-TABLE; A REJECT GOES *
021797*    TO THE EXCEPTION REPORT AND SUSPENSE LIKE ANY CARD.    *
021798*----------------------------------------------------------*
021799 2600-EDIT-LEAVE-TAKEN.
021800     PERFORM 2100-VALIDATE-ID THRU 2100-EXIT
021801     PERFORM 2150-VALIDATE-DEPT THRU 2150-EXIT
021802     PERFORM 2610-VALIDATE-LEAVE-HOURS THRU 2610-EXIT
021803     PERFORM 2620-CHECK-LEAVE-BALANCE THRU 2620-EXIT
021804     IF RECORD-IS-VALID
021805         PERFORM 2630-POST-LEAVE-TABLE THRU 2630-EXIT
021806     ELSE
021807         PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
021808     END-IF.
021809 2600-EXIT.
021810     EXIT.
021811 2610-VALIDATE-LEAVE-HOURS.
021812     IF RECORD-IS-VALID
021813         IF RI-LEAVE-HOURS NOT NUMERIC
021814             OR RI-LEAVE-HOURS NOT > ZERO
021815             OR RI-LEAVE-HOURS > WS-MAX-REASONABLE-HOURS
021816             SET RECORD-IS-INVALID TO TRUE
021817             MOVE 'LEAVE HOURS INVALID' TO WS-REJECT-REASON
021818             GO TO 2610-EXIT
021819         END-IF
021820         IF NOT RI-LEAVE-VACATION
021821             AND NOT RI-LEAVE-SICK
021822             SET RECORD-IS-INVALID TO TRUE
021823             MOVE 'LEAVE TYPE NOT V OR S' TO WS-REJECT-REASON
021824         END-IF
021825     END-IF.
021826 2610-EXIT.
021827     EXIT.
021828*----------------------------------------------------------*
021829*    2620-CHECK-LEAVE-BALANCE - READ THE EMPLOYEE'S LEAVE   *
021830*    RECORD, FIND THE EMPLOYEE'S TABLE SLOT (OR THE EMPTY   *
021831*    SLOT 2630 WILL CLAIM), AND REFUSE HOURS OVER WHAT IS   *
021832*    LEFT OF THE BALANCE.  THE BALANCE IS AS OF THE LAST    *
021833*    RUN - THIS RUN'S ACCRUAL IS NOT POSTED UNTIL PGM3.     *
021834*----------------------------------------------------------*
021835 2620-CHECK-LEAVE-BALANCE.
021836     IF RECORD-IS-INVALID
021837         GO TO 2620-EXIT
021838     END-IF
021839     MOVE EMPLOYEE-ID TO LV-EMPLOYEE-ID
021840     READ LEAVE-MASTER
021841         INVALID KEY
021842             IF WS-LEAVEF-STATUS NOT = '23'
021843                 DISPLAY 'EXAMP-PGM1 - READ FAILED, LEAVEF '
021844                     'STATUS=' WS-LEAVEF-STATUS
021845                 MOVE 16 TO RETURN-CODE
021846                 STOP RUN
021847             END-IF
021848             SET RECORD-IS-INVALID TO TRUE
021849             MOVE 'NO LEAVE MASTER RECORD' TO WS-REJECT-REASON
021850             GO TO 2620-EXIT
021851     END-READ
021852     MOVE 'N' TO WS-LV-FOUND-SW
021853     MOVE 'N' TO WS-EMPTY-SW
021854     MOVE ZERO TO WS-PROBE-COUNT
021855     DIVIDE EMPLOYEE-ID BY WS-LV-MODULUS
021856         GIVING WS-HASH-QUOTIENT
021857         REMAINDER WS-LV-SUB
021858     ADD 1 TO WS-LV-SUB
021859     PERFORM 2625-PROBE-LEAVE-TABLE THRU 2625-EXIT
021860         UNTIL LEAVE-SLOT-FOUND
021861             OR SLOT-EMPTY
021862             OR WS-PROBE-COUNT > WS-LV-MODULUS
021863     IF NOT LEAVE-SLOT-FOUND AND NOT SLOT-EMPTY
021864         DISPLAY 'EXAMP-PGM1 - LEAVE TABLE OVERFLOW - '
021865             'RAISE WS-LV-MODULUS'
021866         MOVE 16 TO RETURN-CODE
021867         STOP RUN
021868     END-IF
021869     IF RI-LEAVE-VACATION
021870         COMPUTE WS-LV-AVAILABLE = LV-VAC-BALANCE
021871             - WS-LV-VAC-HOURS (WS-LV-SUB)
021872     ELSE
021873         COMPUTE WS-LV-AVAILABLE = LV-SICK-BALANCE
021874             - WS-LV-SICK-HOURS (WS-LV-SUB)
021875     END-IF
021876     IF RI-LEAVE-HOURS > WS-LV-AVAILABLE
021877         SET RECORD-IS-INVALID TO TRUE
021878         MOVE 'LEAVE EXCEEDS BALANCE' TO WS-REJECT-REASON
021879     END-IF.
021880 2620-EXIT.
021881     EXIT.
021882 2625-PROBE-LEAVE-TABLE.
021883     IF WS-LV-EMPLOYEE-ID (WS-LV-SUB) = ZERO
021884         SET SLOT-EMPTY TO TRUE
021885         GO TO 2625-EXIT
021886     END-IF
021887     IF WS-LV-EMPLOYEE-ID (WS-LV-SUB) = EMPLOYEE-ID
021888         SET LEAVE-SLOT-FOUND TO TRUE
021889         GO TO 2625-EXIT
021890     END-IF
021891     ADD 1 TO WS-LV-SUB
021892     IF WS-LV-SUB > WS-LV-MODULUS
021893         MOVE 1 TO WS-LV-SUB
021894     END-IF
021895     ADD 1 TO WS-PROBE-COUNT.
021896 2625-EXIT.
021897     EXIT.
021898 2630-POST-LEAVE-TABLE.
021899     IF SLOT-EMPTY
021900         IF WS-LV-COUNT >= WS-LV-MAX-LOAD
021901             DISPLAY 'EXAMP-PGM1 - LEAVE TABLE AT CAPACITY - '
021902                 'RAISE WS-LV-MODULUS AND WS-LV-MAX-LOAD'
021903             MOVE 16 TO RETURN-CODE
021904             STOP RUN
021905         END-IF
021906         MOVE EMPLOYEE-ID TO WS-LV-EMPLOYEE-ID (WS-LV-SUB)
021907         ADD 1 TO WS-LV-COUNT
021908     END-IF
021909     IF RI-LEAVE-VACATION
021910         ADD RI-LEAVE-HOURS TO WS-LV-VAC-HOURS (WS-LV-SUB)
021911     ELSE
021912         ADD RI-LEAVE-HOURS TO WS-LV-SICK-HOURS (WS-LV-SUB)
021913     END-IF
021914     ADD 1 TO WS-LEAVE-COUNT.
021915 2630-EXIT.
021916     EXIT.
021936*----------------------------------------------------------*
021956*    8000-TERMINATE - SUMMARIZE AND CLOSE UP.               *
022000*----------------------------------------------------------*
022100 8000-TERMINATE.
022150     PERFORM 8200-WRITE-LEAVE-TAKEN THRU 8200-EXIT
022200     PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT
022300     CLOSE IN-PAYROLL
022400     CLOSE VALID-WRKFILE
022510     CLOSE SUSPENSE-OUT
022520     CLOSE RUN-CONTROL
022530     CLOSE DEPT-MASTER
022550     CLOSE LEAVE-MASTER
022570     CLOSE LEAVE-TAKEN
022580     CLOSE RATE-CHANGE
022600     IF WS-REJECT-COUNT > ZERO
022700         MOVE 4 TO RETURN-CODE
022800     ELSE
024300     MOVE 'RECORDS REJECTED    :' TO WS-SUMM-LABEL
024400     MOVE WS-REJECT-COUNT TO WS-SUMM-VALUE
024500     MOVE WS-SUMMARY-LINE TO EXCEPT-LINE
024600     WRITE EXCEPT-LINE
024620     MOVE 'LEAVE CARDS ACCEPTED:' TO WS-SUMM-LABEL
024640     MOVE WS-LEAVE-COUNT TO WS-SUMM-VALUE
024660     MOVE WS-SUMMARY-LINE TO EXCEPT-LINE
024680     WRITE EXCEPT-LINE
024684     MOVE 'RATE CHANGES APPLIED:' TO WS-SUMM-LABEL
024688     MOVE WS-RATE-COUNT TO WS-SUMM-VALUE
024692     MOVE WS-SUMMARY-LINE TO EXCEPT-LINE
024696     WRITE EXCEPT-LINE.
024700 8100-EXIT.
024800     EXIT.
024900*----------------------------------------------------------*
025000*    8200-WRITE-LEAVE-TAKEN - ONE LEAVE-TAKEN RECORD PER    *
025100*    EMPLOYEE WITH LEAVE ACCEPTED THIS RUN, FOR EXAMP-PGM3  *
025200*    TO POST TO LEAVE-MASTER.                               *
025300*----------------------------------------------------------*
025400 8200-WRITE-LEAVE-TAKEN.
025500     MOVE 1 TO WS-LV-SUB
025600     PERFORM 8210-WRITE-LEAVE-SLOT THRU 8210-EXIT
025700         UNTIL WS-LV-SUB > WS-LV-MODULUS.
025800 8200-EXIT.
025900     EXIT.
026000 8210-WRITE-LEAVE-SLOT.
026100     IF WS-LV-EMPLOYEE-ID (WS-LV-SUB) NOT = ZERO
026200         MOVE SPACES TO LEAVE-TAKEN-RECORD
026300         MOVE WS-LV-EMPLOYEE-ID (WS-LV-SUB) TO LT-EMPLOYEE-ID
026400         MOVE WS-LV-VAC-HOURS (WS-LV-SUB) TO LT-VAC-HOURS
026500         MOVE WS-LV-SICK-HOURS (WS-LV-SUB) TO LT-SICK-HOURS
026600         WRITE LEAVE-TAKEN-RECORD
026700         IF WS-LVTAKEN-STATUS NOT = '00'
026800             DISPLAY 'EXAMP-PGM1 - WRITE FAILED, LVTAKEN STATUS='
026900                 WS-LVTAKEN-STATUS
027000             MOVE 16 TO RETURN-CODE
027100             STOP RUN
027200         END-IF
027300     END-IF
027400     ADD 1 TO WS-LV-SUB.
027500 8210-EXIT.
027600     EXIT.
