002380*                     AND LEFT OUT OF THE QUARTER AND YEAR
002390*                     TOTALS SO THE STATEMENT FOOTS TO THE
002391*                     MASTER'S YTD BUCKETS.
002392*    10/15/26   DM    PRINT THE EMPLOYEE'S CURRENT VACATION AND
002393*                     SICK LEAVE BALANCES (SEE COPYLIB/LEAVMAST)
002394*                     UNDER THE EMPLOYEE HEADER.  NO LINE FOR AN
002395*                     EMPLOYEE WITH NO LEAVE RECORD.
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. IBM-370.
004200     SELECT STMT-RPT
004300     ASSIGN TO UT-S-ESTMT
004400     FILE STATUS IS WS-ESTMT-STATUS.
004410     SELECT LEAVE-MASTER
004420     ASSIGN TO UT-S-LEAVEF
004430     ORGANIZATION IS INDEXED
004440     ACCESS MODE IS RANDOM
004450     RECORD KEY IS LV-EMPLOYEE-ID
004460     FILE STATUS IS WS-LEAVEF-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  PAY-HISTORY
005900     BLOCK CONTAINS 10 RECORDS
006000     DATA RECORD IS STMT-LINE.
006100 01  STMT-LINE                        PIC X(132).
006120 FD  LEAVE-MASTER
006140     RECORD CONTAINS 150 CHARACTERS
006160     DATA RECORD IS LEAVE-MASTER-RECORD.
006180     COPY LEAVMAST.
006200*
006300 WORKING-STORAGE SECTION.
006400 01  WS-FILE-STATUSES.
006500     02  WS-HISTF-STATUS              PIC X(02) VALUE '00'.
006600     02  WS-MASTER-STATUS             PIC X(02) VALUE '00'.
006700     02  WS-ESTMT-STATUS              PIC X(02) VALUE '00'.
006750     02  WS-LEAVEF-STATUS             PIC X(02) VALUE '00'.
006800 01  WS-SWITCHES.
006900     02  WS-EOF-SW                    PIC X(01) VALUE 'N'.
007000         88  END-OF-HISTORY               VALUE 'Y'.
011800     02  FILLER                       PIC X(02) VALUE SPACES.
011900     02  SE-EMPLOYEE-NAME             PIC X(23).
012000     02  FILLER                       PIC X(86) VALUE SPACES.
012007 01  STMT-LEAVE-LINE.
012014     02  FILLER                       PIC X(05) VALUE SPACES.
012021     02  FILLER                       PIC X(25) VALUE
012028                                      'LEAVE BALANCE - VACATION:'.
012035     02  FILLER                       PIC X(01) VALUE SPACE.
012042     02  SL-VAC-BALANCE               PIC ZZZ9.99-.
012049     02  FILLER                       PIC X(06) VALUE ' HRS'.
012056     02  FILLER                       PIC X(05) VALUE 'SICK:'.
012063     02  FILLER                       PIC X(01) VALUE SPACE.
012070     02  SL-SICK-BALANCE              PIC ZZZ9.99-.
012077     02  FILLER                       PIC X(04) VALUE ' HRS'.
012084     02  FILLER                       PIC X(69) VALUE SPACES.
012100 01  STMT-DETAIL-LINE.
012200     02  FILLER                       PIC X(05) VALUE SPACES.
012300     02  SD-PAY-DATE                  PIC 9(08).
018500         MOVE 16 TO RETURN-CODE
018600         STOP RUN
018700     END-IF
018710     OPEN INPUT LEAVE-MASTER
018720     IF WS-LEAVEF-STATUS NOT = '00'
018730         DISPLAY 'EXAMP-RPT1 - OPEN FAILED, LEAVEF STATUS='
018740             WS-LEAVEF-STATUS
018750         MOVE 16 TO RETURN-CODE
018760         STOP RUN
018770     END-IF
018800     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
018900     MOVE WS-RD-MM-IN TO WS-RD-MM
019000     MOVE WS-RD-DD-IN TO WS-RD-DD
027500             MOVE EM-EMPLOYEE-NAME TO SE-EMPLOYEE-NAME
027600     END-READ
027700     MOVE STMT-EMP-HEADER-LINE TO WS-PRINT-LINE
027800     PERFORM 5100-WRITE-CURRENT-LINE THRU 5100-EXIT
027850     PERFORM 3150-PRINT-LEAVE-BALANCE THRU 3150-EXIT.
027900 3100-EXIT.
028000     EXIT.
028004*----------------------------------------------------------*
028008*    3150-PRINT-LEAVE-BALANCE - THE EMPLOYEE'S CURRENT      *
028012*    VACATION AND SICK BALANCES FROM LEAVE-MASTER, IF ANY.  *
028016*----------------------------------------------------------*
028020 3150-PRINT-LEAVE-BALANCE.
028024     MOVE PH-EMPLOYEE-ID TO LV-EMPLOYEE-ID
028028     READ LEAVE-MASTER
028032         INVALID KEY
028036             IF WS-LEAVEF-STATUS NOT = '23'
028040                 DISPLAY 'EXAMP-RPT1 - READ FAILED, LEAVEF '
028044                     'STATUS=' WS-LEAVEF-STATUS
028048                 MOVE 16 TO RETURN-CODE
028052                 STOP RUN
028056             END-IF
028060             GO TO 3150-EXIT
028064     END-READ
028068     MOVE LV-VAC-BALANCE TO SL-VAC-BALANCE
028072     MOVE LV-SICK-BALANCE TO SL-SICK-BALANCE
028076     MOVE STMT-LEAVE-LINE TO WS-PRINT-LINE
028080     PERFORM 5100-WRITE-CURRENT-LINE THRU 5100-EXIT.
028084 3150-EXIT.
028088     EXIT.
028100*----------------------------------------------------------*
028200*    3200-CLOSE-YEAR / 3300-CLOSE-QUARTER - PERIOD TOTALS.  *
028300*----------------------------------------------------------*
035300     CLOSE PAY-HISTORY
035400     CLOSE EMPLOYEE-MASTER
035500     CLOSE STMT-RPT
035550     CLOSE LEAVE-MASTER
035600     MOVE 0 TO RETURN-CODE.
035700 8000-EXIT.
035800     EXIT.
