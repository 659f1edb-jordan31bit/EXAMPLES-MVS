001600*        WITHHOLDING/DEDUCTION/NET BUCKETS, AND EM-YTD-YEAR) TO
001700*        THE ANNUAL EARNINGS ARCHIVE GENERATION.
001800*      - WRITES A W-2-STYLE FIXED-FORMAT RECORD TO THE ANNUAL
001900*        TAX EXTRACT, INCLUDING SOCIAL SECURITY AND MEDICARE
001910*        WAGES AND WITHHOLDING.
002000*      - PRINTS THE ANNUAL EARNINGS REGISTER LINE.
002100*      - STAMPS EM-CLOSED-YEAR = EM-YTD-YEAR ON THE MASTER
002200*        (JOURNALED LIKE EVERY OTHER MASTER REWRITE) SO
003000*    DATE       INIT  DESCRIPTION
003100*    ---------  ----  ---------------------------------------
003200*    08/22/26   DM    ORIGINAL VERSION.
003210*    10/15/26   DM    CARRY FICA TO YEAR END: THE TAX EXTRACT
003220*                     GREW FROM 80 TO 120 BYTES TO ADD SOCIAL
003230*                     SECURITY WAGES (YTD GROSS CAPPED AT THE
003240*                     WAGE BASE IN COPYLIB/FICARATE), SOCIAL
003250*                     SECURITY WITHHELD, MEDICARE WAGES, AND
003260*                     MEDICARE WITHHELD (THE NEW EMPMAST
003270*                     BUCKETS POSTED BY EXAMP-PGM3), AND THE
003280*                     REGISTER SHOWS THEM WITH A FICA
003290*                     CONTROL-TOTALS LINE.  EXISTING EXTRACT
003291*                     FIELDS KEEP THEIR POSITIONS.
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
007000 FD  TAX-EXTRACT
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE OMITTED
007300     RECORD CONTAINS 120 CHARACTERS
007400     BLOCK CONTAINS 10 RECORDS
007500     DATA RECORD IS TAX-EXTRACT-RECORD.
007600 01  TAX-EXTRACT-RECORD.
008100     02  TX-FED-TAX-WH                PIC 9(09)V99.
008200     02  TX-STATE-TAX-WH              PIC 9(09)V99.
008300     02  TX-ACTIVE-SW                 PIC X(01).
008310     02  TX-SS-WAGES                  PIC 9(09)V99.
008320     02  TX-SS-TAX-WH                 PIC 9(09)V99.
008330     02  TX-MED-WAGES                 PIC 9(09)V99.
008340     02  TX-MED-TAX-WH                PIC 9(09)V99.
008400     02  FILLER                       PIC X(05).
008500 FD  YEAR-REGISTER
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE OMITTED
011400 01  WS-TOTAL-GROSS                   PIC S9(11)V99 VALUE ZERO.
011500 01  WS-TOTAL-FED-TAX                 PIC S9(11)V99 VALUE ZERO.
011600 01  WS-TOTAL-STATE-TAX               PIC S9(11)V99 VALUE ZERO.
011610 01  WS-TOTAL-SS-WAGES                PIC S9(11)V99 VALUE ZERO.
011620 01  WS-TOTAL-SS-TAX                  PIC S9(11)V99 VALUE ZERO.
011630 01  WS-TOTAL-MED-WAGES               PIC S9(11)V99 VALUE ZERO.
011640 01  WS-TOTAL-MED-TAX                 PIC S9(11)V99 VALUE ZERO.
011650 01  WS-SS-WAGES                      PIC S9(09)V99 VALUE ZERO.
011660     COPY FICARATE.
011700 01  WS-JRNL-ACTION                   PIC X(01) VALUE SPACE.
011800 01  WS-BEFORE-IMAGE                  PIC X(200) VALUE SPACES.
011900 01  WS-AFTER-IMAGE                   PIC X(200) VALUE SPACES.
016600     02  FILLER                       PIC X(02) VALUE SPACES.
016700     02  FILLER                       PIC X(11) VALUE
016800                                       '  STATE TAX'.
016810     02  FILLER                       PIC X(02) VALUE SPACES.
016820     02  FILLER                       PIC X(11) VALUE
016830                                       '     SS TAX'.
016840     02  FILLER                       PIC X(02) VALUE SPACES.
016850     02  FILLER                       PIC X(11) VALUE
016860                                       '   MEDICARE'.
016900     02  FILLER                       PIC X(06) VALUE SPACES.
017000 01  YR-DETAIL-LINE.
017100     02  FILLER                       PIC X(01) VALUE SPACE.
017200     02  YD-EMPLOYEE-ID               PIC 9(10).
018400     02  YD-FED-TAX                   PIC ZZZ,ZZ9.99.
018500     02  FILLER                       PIC X(03) VALUE SPACES.
018600     02  YD-STATE-TAX                 PIC ZZZ,ZZ9.99.
018610     02  FILLER                       PIC X(03) VALUE SPACES.
018620     02  YD-SS-TAX                    PIC ZZZ,ZZ9.99.
018630     02  FILLER                       PIC X(03) VALUE SPACES.
018640     02  YD-MED-TAX                   PIC ZZZ,ZZ9.99.
018700     02  FILLER                       PIC X(07) VALUE SPACES.
018800 01  YR-TRAILER-LINE.
018900     02  FILLER                       PIC X(01) VALUE SPACE.
019000     02  FILLER                       PIC X(22) VALUE
020500     02  FILLER                       PIC X(06) VALUE 'STATE:'.
020600     02  YT-TOTAL-STATE               PIC $$,$$$,$$$,$$9.99.
020700     02  FILLER                       PIC X(02) VALUE SPACES.
020710 01  YR-FICA-TRAILER-LINE.
020720     02  FILLER                       PIC X(01) VALUE SPACE.
020730     02  FILLER                       PIC X(22) VALUE
020740                                       '*** FICA TOTALS ***'.
020750     02  FILLER                       PIC X(02) VALUE SPACES.
020760     02  FILLER                       PIC X(09) VALUE 'SS WAGES:'.
020770     02  YF-SS-WAGES                  PIC $$,$$$,$$$,$$9.99.
020780     02  FILLER                       PIC X(02) VALUE SPACES.
020790     02  FILLER                       PIC X(06) VALUE 'SS WH:'.
020791     02  YF-SS-TAX                    PIC $$,$$$,$$$,$$9.99.
020792     02  FILLER                       PIC X(02) VALUE SPACES.
020793     02  FILLER                       PIC X(10) VALUE
020794                                       'MED WAGES:'.
020795     02  YF-MED-WAGES                 PIC $$,$$$,$$$,$$9.99.
020796     02  FILLER                       PIC X(02) VALUE SPACES.
020797     02  FILLER                       PIC X(07) VALUE 'MED WH:'.
020798     02  YF-MED-TAX                   PIC $$,$$$,$$$,$$9.99.
020799     02  FILLER                       PIC X(01) VALUE SPACE.
020800*
020900 PROCEDURE DIVISION.
021000*----------------------------------------------------------*
028500*    LINE, AND CLOSED-YEAR STAMP FOR ONE MASTER RECORD.     *
028600*----------------------------------------------------------*
028700 2000-CLOSE-EMPLOYEE.
028710*    A MASTER RECORD NOT POSTED SINCE THE FICA BUCKETS WERE
028720*    CARVED FROM FILLER STILL HOLDS SPACES THERE.
028730     IF EM-YTD-SS-TAX NOT NUMERIC
028740         MOVE ZERO TO EM-YTD-SS-TAX
028750     END-IF
028760     IF EM-YTD-MED-TAX NOT NUMERIC
028770         MOVE ZERO TO EM-YTD-MED-TAX
028780     END-IF
028790     IF EM-YTD-GROSS > FR-SS-WAGE-BASE
028791         MOVE FR-SS-WAGE-BASE TO WS-SS-WAGES
028792     ELSE
028793         MOVE EM-YTD-GROSS TO WS-SS-WAGES
028794     END-IF
028800     PERFORM 2100-WRITE-ARCHIVE THRU 2100-EXIT
028900     PERFORM 2200-WRITE-TAX-EXTRACT THRU 2200-EXIT
029000     PERFORM 2300-PRINT-REGISTER-LINE THRU 2300-EXIT
029700     ADD EM-YTD-GROSS TO WS-TOTAL-GROSS
029800     ADD EM-YTD-FED-TAX TO WS-TOTAL-FED-TAX
029900     ADD EM-YTD-STATE-TAX TO WS-TOTAL-STATE-TAX
029910     ADD WS-SS-WAGES TO WS-TOTAL-SS-WAGES
029920     ADD EM-YTD-SS-TAX TO WS-TOTAL-SS-TAX
029930     ADD EM-YTD-GROSS TO WS-TOTAL-MED-WAGES
029940     ADD EM-YTD-MED-TAX TO WS-TOTAL-MED-TAX
030000     PERFORM 1100-READ-NEXT-MASTER THRU 1100-EXIT.
030100 2000-EXIT.
030200     EXIT.
032000     MOVE EM-YTD-FED-TAX TO TX-FED-TAX-WH
032100     MOVE EM-YTD-STATE-TAX TO TX-STATE-TAX-WH
032200     MOVE EM-ACTIVE-SW TO TX-ACTIVE-SW
032210     MOVE WS-SS-WAGES TO TX-SS-WAGES
032220     MOVE EM-YTD-SS-TAX TO TX-SS-TAX-WH
032230     MOVE EM-YTD-GROSS TO TX-MED-WAGES
032240     MOVE EM-YTD-MED-TAX TO TX-MED-TAX-WH
032300     WRITE TAX-EXTRACT-RECORD
032400     IF WS-TAXEXT-STATUS NOT = '00'
032500         DISPLAY 'EXAMP-YEC1 - WRITE FAILED, TAXEXT STATUS='
034600     MOVE EM-YTD-GROSS TO YD-ANNUAL-GROSS
034700     MOVE EM-YTD-FED-TAX TO YD-FED-TAX
034800     MOVE EM-YTD-STATE-TAX TO YD-STATE-TAX
034810     MOVE EM-YTD-SS-TAX TO YD-SS-TAX
034820     MOVE EM-YTD-MED-TAX TO YD-MED-TAX
034900     WRITE YEREG-LINE FROM YR-DETAIL-LINE
035000         AFTER ADVANCING 1 LINE
035100     IF WS-YEREG-STATUS NOT = '00'
042900     MOVE WS-TOTAL-FED-TAX TO YT-TOTAL-FED
043000     MOVE WS-TOTAL-STATE-TAX TO YT-TOTAL-STATE
043100     WRITE YEREG-LINE FROM YR-TRAILER-LINE
043200         AFTER ADVANCING 1 LINE
043210     MOVE WS-TOTAL-SS-WAGES TO YF-SS-WAGES
043220     MOVE WS-TOTAL-SS-TAX TO YF-SS-TAX
043230     MOVE WS-TOTAL-MED-WAGES TO YF-MED-WAGES
043240     MOVE WS-TOTAL-MED-TAX TO YF-MED-TAX
043250     WRITE YEREG-LINE FROM YR-FICA-TRAILER-LINE
043260         AFTER ADVANCING 1 LINE.
043300 7000-EXIT.
043400     EXIT.
043500*----------------------------------------------------------*
