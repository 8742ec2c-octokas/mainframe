000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SHLFTAG.
000300 AUTHOR.        D. OKAFOR - SYSTEMS PROGRAMMING.
000400 INSTALLATION.  MISKOLCZI PETS.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*****************************************************************
000800*    SHELF TAG PRINT FILE.  NIGHTLY (SYSIN N OR BLANK) IT      *
000900*    WRITES A TAG FOR EVERY ITEM WHOSE SELLING PRICE CHANGED   *
001000*    TODAY - THE 'P' ROWS ON INVAUDIT DATED TODAY, FROM        *
001100*    INVMAINT OR FROM TONIGHT'S PRCAPPLY - AND FOR EVERY ITEM  *
001200*    WITH A PROMOTION ON PROMFILE STARTING TOMORROW OR ENDING  *
001210*    TODAY.                                                    *
001300*    ON DEMAND (SYSIN R) IT REPRINTS THE TAGS FOR EVERY ACTIVE *
001400*    ITEM IN THE FROM/THRU ITEM RANGE ON THE NEXT TWO CARDS.   *
001500*    EACH TAG CARRIES THE ITEM, DESCRIPTION, REGULAR PRICE    *
001600*    AND ANY PROMOTION IN FORCE ON THE TAG DATE (TOMORROW      *
001700*    NIGHTLY, TODAY ON A REPRINT) WITH ITS PRICE AND END DATE. *
001800*    TAGS ARE COLLECTED AND SORTED BY SUPPLIER THEN ITEM SO    *
001900*    THE MORNING CREW CAN WORK ONE SUPPLIER'S STOCK AT A TIME, *
002000*    AND A CONTROL LISTING WITH SUPPLIER COUNTS IS PRINTED.    *
002100*-----------------------------------------------------------------
002200*    MAINTENANCE HISTORY.                                       *
002300*    DATE       INIT  DESCRIPTION                                *
002400*    2026-10-15 DRO   INITIAL VERSION.                           *
002410*    2026-10-15 DRO   WRITES ITS ROW TO THE BATCH STATISTICS     *
002420*                     FILE (BATSTAT) AS IT ENDS, FOR THE MORNING *
002430*                     OPERATIONS SUMMARY (BATSUMM).              *
002440*    2026-10-15 DRO   THE ENDING TAG IS NOW PRINTED THE NIGHT A  *
002450*                     PROMOTION'S LAST DAY ENDS, AT TOMORROW'S   *
002460*                     PRICE, NOT THE NIGHT BEFORE AT THE         *
002470*                     PROMOTION PRICE.                           *
002500*****************************************************************
002600
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT INV-MAST-FILE   ASSIGN TO "INVMAST"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS INV-ITEM-CODE
003800         FILE STATUS IS WS-INV-MAST-STATUS.
003900
004000     SELECT INV-AUDIT-FILE  ASSIGN TO "INVAUDIT"
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-INV-AUDIT-STATUS.
004300
004400     SELECT PROMO-FILE      ASSIGN TO "PROMFILE"
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-PROMO-STATUS.
004700
004800     SELECT SUPP-MAST-FILE  ASSIGN TO "SUPPMAST"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS SUP-SUPPLIER-CODE
005200         FILE STATUS IS WS-SUPP-MAST-STATUS.
005300
005400     SELECT SHELF-TAG-FILE  ASSIGN TO "SHLFTAGS"
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-SHELF-TAG-STATUS.
005700
005800     SELECT TAG-RPT-FILE    ASSIGN TO "SHLFRPT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-TAG-RPT-STATUS.
006100
006110     SELECT BAT-STAT-FILE   ASSIGN TO "BATSTAT"
006120         ORGANIZATION IS SEQUENTIAL
006130         FILE STATUS IS WS-BAT-STAT-STATUS.
006140
006200     SELECT EXCP-LOG-FILE   ASSIGN TO "EXCPLOG"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-EXCP-LOG-STATUS.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800
006900 FD  INV-MAST-FILE.
007000 COPY INVMAST.
007100
007200 FD  INV-AUDIT-FILE
007300     RECORDING MODE IS F.
007400 COPY INVAUDIT.
007500
007600 FD  PROMO-FILE
007700     RECORDING MODE IS F.
007800 01  PROMO-RECORD.
007900     05  PRM-IN-ITEM-CODE       PIC X(08).
008000     05  PRM-IN-PROMO-CODE      PIC X(08).
008100     05  PRM-IN-TYPE            PIC X(01).
008200     05  PRM-IN-VALUE           PIC 9(03)V99.
008300     05  PRM-IN-START-DATE      PIC 9(06).
008400     05  PRM-IN-END-DATE        PIC 9(06).
008500
008600 FD  SUPP-MAST-FILE.
008700 COPY SUPPMAST.
008800
008900 FD  SHELF-TAG-FILE
009000     RECORDING MODE IS F.
009100 COPY SHLFTAG.
009200
009300 FD  TAG-RPT-FILE
009400     RECORDING MODE IS F.
009500 01  TAG-RPT-LINE               PIC X(80).
009600
009610 FD  BAT-STAT-FILE
009620     RECORDING MODE IS F.
009630 COPY BATSTAT.
009640
009700 FD  EXCP-LOG-FILE
009800     RECORDING MODE IS F.
009900 COPY EXCPLOG.
010000
010100 WORKING-STORAGE SECTION.
010200 01  WS-INV-MAST-STATUS         PIC XX     VALUE ZEROES.
010300 01  WS-INV-AUDIT-STATUS        PIC XX     VALUE ZEROES.
010400 01  WS-PROMO-STATUS            PIC XX     VALUE ZEROES.
010500 01  WS-SUPP-MAST-STATUS        PIC XX     VALUE ZEROES.
010600 01  WS-SHELF-TAG-STATUS        PIC XX     VALUE ZEROES.
010700 01  WS-TAG-RPT-STATUS          PIC XX     VALUE ZEROES.
010800 01  WS-EXCP-LOG-STATUS         PIC XX     VALUE ZEROES.
010810 01  WS-BAT-STAT-STATUS         PIC XX     VALUE ZEROES.
010900 01  WS-LOG-TIME                PIC 9(08).
011000
011100 01  WS-SWITCHES.
011200     05  WS-MORE-RECORDS        PIC X      VALUE 'Y'.
011300         88  MORE-RECORDS                  VALUE 'Y'.
011400         88  NO-MORE-RECORDS               VALUE 'N'.
011500     05  WS-SUPP-AVAIL-SW       PIC X      VALUE 'Y'.
011600         88  WS-SUPP-AVAIL          VALUE 'Y'.
011700     05  WS-OVERFLOW-SW         PIC X      VALUE 'N'.
011800         88  WS-TABLE-OVERFLOW      VALUE 'Y'.
011900     05  WS-FOUND-SW            PIC X      VALUE 'N'.
012000         88  WS-FOUND               VALUE 'Y'.
012100     05  WS-MODE-IN             PIC X      VALUE SPACE.
012200         88  WS-NIGHTLY-MODE        VALUE 'N' ' '.
012300         88  WS-REPRINT-MODE        VALUE 'R'.
012400
012500 01  WS-RUN-DATE.
012600     05  WS-RUN-YEAR            PIC 9(02).
012700     05  WS-RUN-MONTH           PIC 9(02).
012800     05  WS-RUN-DAY             PIC 9(02).
012900 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
013000                                PIC 9(06).
013100
013200*    TOMORROW - NIGHTLY TAGS ARE FOR THE MORNING, SO A PROMOTION
013300*    IS PRICED AS IT STANDS TOMORROW.  WORKED OUT THE SAME WAY
013400*    PRCAPPLY WORKS OUT ITS DUE-BY DATE.
013500 01  WS-NEXT-DATE.
013600     05  WS-NEXT-YEAR           PIC 9(02).
013700     05  WS-NEXT-MONTH          PIC 9(02).
013800     05  WS-NEXT-DAY            PIC 9(02).
013900 01  WS-NEXT-DATE-NUM REDEFINES WS-NEXT-DATE
014000                                PIC 9(06).
014100
014200 01  WS-MONTH-DAYS-TABLE.
014300     05  FILLER                 PIC X(24)  VALUE
014400             "312831303130313130313031".
014500 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
014600     05  WS-DAYS-IN-MONTH       PIC 9(02)  OCCURS 12 TIMES.
014700 01  WS-MONTH-END               PIC 9(02)  VALUE ZEROES.
014800 01  WS-LEAP-QUOT               PIC 9(02)  VALUE ZEROES.
014900 01  WS-LEAP-REM                PIC 9(01)  VALUE ZEROES.
015000
015100 01  WS-PARM-FIELDS.
015200     05  WS-FROM-ITEM           PIC X(08)  VALUE SPACES.
015300     05  WS-THRU-ITEM           PIC X(08)  VALUE SPACES.
015400     05  WS-TAG-DATE            PIC 9(06)  VALUE ZEROES.
015500
015600*    PROMFILE IS SMALL AND UNKEYED, SO IT IS HELD IN STORAGE THE
015700*    WAY THE REGISTER HOLDS IT.
015800 01  WS-PROMO-TABLE.
015900     05  WS-PROMO-COUNT         PIC 9(03)  VALUE ZEROES.
016000     05  WS-PROMO-ENTRY OCCURS 200 TIMES.
016100         10  PMT-ITEM-CODE      PIC X(08).
016200         10  PMT-PROMO-CODE     PIC X(08).
016300         10  PMT-TYPE           PIC X(01).
016400         10  PMT-VALUE          PIC 9(03)V99.
016500         10  PMT-START-DATE     PIC 9(06).
016600         10  PMT-END-DATE       PIC 9(06).
016700
016800*    TAGS TO PRINT ARE COLLECTED HERE, ONE PER ITEM, AND SORTED
016900*    BY SUPPLIER THEN ITEM BEFORE THEY ARE WRITTEN.
017000 01  WS-TAG-TABLE.
017100     05  WS-TAG-COUNT           PIC 9(04)  VALUE ZEROES.
017200     05  WS-TAG-ENTRY OCCURS 1000 TIMES.
017300         10  TT-SORT-KEY.
017400             15  TT-SUPPLIER    PIC X(08).
017500             15  TT-ITEM-CODE   PIC X(08).
017600         10  TT-DESCRIPTION     PIC X(20).
017700         10  TT-REG-PRICE       PIC 9(03)V99.
017800         10  TT-PROMO-CODE      PIC X(08).
017900         10  TT-PROMO-TYPE      PIC X(01).
018000         10  TT-PROMO-PRICE     PIC 9(03)V99.
018100         10  TT-PROMO-END       PIC 9(06).
018200         10  TT-REASON          PIC X(01).
018300
018400 01  WS-SORT-FIELDS.
018500     05  WS-IDX                 PIC 9(04)  VALUE ZEROES.
018600     05  WS-JDX                 PIC 9(04)  VALUE ZEROES.
018700     05  WS-PRM-IDX             PIC 9(03)  VALUE ZEROES.
018800     05  WS-SWAP-ENTRY.
018900         10  FILLER             PIC X(08).
019000         10  FILLER             PIC X(08).
019100         10  FILLER             PIC X(20).
019200         10  FILLER             PIC 9(03)V99.
019300         10  FILLER             PIC X(08).
019400         10  FILLER             PIC X(01).
019500         10  FILLER             PIC 9(03)V99.
019600         10  FILLER             PIC 9(06).
019700         10  FILLER             PIC X(01).
019800
019900 01  WS-WORK-FIELDS.
020000     05  WS-WANT-ITEM           PIC X(08)  VALUE SPACES.
020100     05  WS-WANT-REASON         PIC X(01)  VALUE SPACE.
020200     05  WS-PREV-SUPPLIER       PIC X(08)  VALUE LOW-VALUES.
020300     05  WS-AUDIT-READ          PIC 9(07)  VALUE ZEROES.
020400     05  WS-PRICE-TAGS          PIC 9(05)  VALUE ZEROES.
020500     05  WS-START-TAGS          PIC 9(05)  VALUE ZEROES.
020600     05  WS-END-TAGS            PIC 9(05)  VALUE ZEROES.
020700     05  WS-REPRINT-TAGS        PIC 9(05)  VALUE ZEROES.
020800     05  WS-NOT-ON-MASTER       PIC 9(05)  VALUE ZEROES.
020900     05  WS-SUP-TAGS            PIC 9(05)  VALUE ZEROES.
021000     05  WS-TAGS-WRITTEN        PIC 9(05)  VALUE ZEROES.
021100
021200 01  RPT-TITLE-LINE.
021300     05  FILLER  PIC X(40) VALUE
021400             "MISKOLCZI PETS - SHELF TAGS".
021500     05  FILLER  PIC X(06) VALUE "DATE: ".
021600     05  RPT-RUN-YEAR           PIC 9(02).
021700     05  FILLER  PIC X(01) VALUE "/".
021800     05  RPT-RUN-MONTH          PIC 9(02).
021900     05  FILLER  PIC X(01) VALUE "/".
022000     05  RPT-RUN-DAY            PIC 9(02).
022100     05  FILLER  PIC X(24) VALUE SPACES.
022200
022300 01  RPT-MODE-LINE.
022400     05  RPT-MODE-TEXT          PIC X(28).
022500     05  FILLER  PIC X(12) VALUE "  TAG DATE: ".
022600     05  RPT-TAG-DATE           PIC 99/99/99.
022700     05  FILLER  PIC X(02) VALUE SPACES.
022800     05  RPT-RANGE-TEXT         PIC X(30).
022900
023000 01  RPT-HEADING-LINE.
023100     05  FILLER  PIC X(09) VALUE "ITEM".
023200     05  FILLER  PIC X(21) VALUE "DESCRIPTION".
023300     05  FILLER  PIC X(08) VALUE " REGULAR".
023400     05  FILLER  PIC X(10) VALUE "  PROMO".
023500     05  FILLER  PIC X(08) VALUE "   PROMO".
023600     05  FILLER  PIC X(10) VALUE "   ENDS".
023700     05  FILLER  PIC X(14) VALUE "REASON".
023800
023900 01  RPT-SUPP-HEAD-LINE.
024000     05  FILLER  PIC X(10) VALUE "SUPPLIER: ".
024100     05  RPT-SUP-CODE           PIC X(08).
024200     05  FILLER  PIC X(02) VALUE SPACES.
024300     05  RPT-SUP-NAME           PIC X(20).
024400     05  FILLER  PIC X(40) VALUE SPACES.
024500
024600 01  RPT-DETAIL-LINE.
024700     05  RPT-ITEM-CODE          PIC X(08).
024800     05  FILLER  PIC X(01) VALUE SPACES.
024900     05  RPT-DESCRIPTION        PIC X(20).
025000     05  FILLER  PIC X(01) VALUE SPACES.
025100     05  RPT-REG-PRICE          PIC $$$9.99.
025200     05  FILLER  PIC X(02) VALUE SPACES.
025300     05  RPT-PROMO-CODE         PIC X(08).
025400     05  FILLER  PIC X(01) VALUE SPACES.
025500     05  RPT-PROMO-PRICE        PIC $$$9.99.
025600     05  RPT-PROMO-BOGO REDEFINES RPT-PROMO-PRICE
025700                                PIC X(07).
025800     05  FILLER  PIC X(01) VALUE SPACES.
025900     05  RPT-PROMO-END          PIC 99/99/99.
026000     05  RPT-PROMO-END-X REDEFINES RPT-PROMO-END
026100                                PIC X(08).
026200     05  FILLER  PIC X(02) VALUE SPACES.
026300     05  RPT-REASON             PIC X(14).
026400
026500 01  RPT-SUPP-TOTAL-LINE.
026600     05  FILLER  PIC X(20) VALUE "  TAGS FOR SUPPLIER:".
026700     05  RPT-SUP-TAGS           PIC ZZ,ZZ9.
026800     05  FILLER  PIC X(54) VALUE SPACES.
026900
027000 01  RPT-COUNT-LINE.
027100     05  RPT-COUNT-LABEL        PIC X(30).
027200     05  RPT-COUNT              PIC ZZ,ZZ9.
027300     05  FILLER  PIC X(44) VALUE SPACES.
027400
027500 01  RPT-NONE-LINE.
027600     05  FILLER  PIC X(40) VALUE
027700             "NO SHELF TAGS TO PRINT.".
027800     05  FILLER  PIC X(40) VALUE SPACES.
027900
028000 01  RPT-BLANK-LINE             PIC X(80) VALUE SPACES.
028100
028200 PROCEDURE DIVISION.
028300 0100-START.
028400     DISPLAY "*** MISKOLCZI PETS SHELF TAG PRINT ***".
028500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028600     IF WS-REPRINT-MODE
028700         PERFORM 2500-COLLECT-RANGE THRU 2500-EXIT
028800     ELSE
028900         PERFORM 2000-COLLECT-PRICE-CHANGES THRU 2000-EXIT
029000         PERFORM 2300-COLLECT-PROMOTIONS THRU 2300-EXIT
029100     END-IF.
029200     PERFORM 3000-SORT-BY-SUPPLIER THRU 3000-EXIT.
029300     PERFORM 4000-WRITE-TAGS THRU 4000-EXIT.
029400     PERFORM 9000-CLOSE-UP THRU 9000-EXIT.
029410     PERFORM 8950-WRITE-BATCH-STATS THRU 8950-EXIT.
029500     STOP RUN.
029600
029700 1000-INITIALIZE.
029800     ACCEPT WS-RUN-DATE FROM DATE.
029900     PERFORM 1100-COMPUTE-NEXT-DATE THRU 1100-EXIT.
030000     DISPLAY "Enter mode - N nightly, R reprint (blank = N): ".
030100     ACCEPT WS-MODE-IN.
030200     IF NOT WS-NIGHTLY-MODE AND NOT WS-REPRINT-MODE
030300         DISPLAY "MODE NOT N OR R - RUNNING NIGHTLY."
030400         MOVE 'N' TO WS-MODE-IN
030500     END-IF.
030600     IF WS-REPRINT-MODE
030700         PERFORM 1200-TAKE-RANGE THRU 1200-EXIT
030800         MOVE WS-RUN-DATE-NUM TO WS-TAG-DATE
030900     ELSE
031000         MOVE WS-NEXT-DATE-NUM TO WS-TAG-DATE
031100     END-IF.
031200     OPEN INPUT INV-MAST-FILE.
031300     IF WS-INV-MAST-STATUS NOT = '00'
031400         DISPLAY "UNABLE TO OPEN INV-MAST-FILE - STATUS: "
031500             WS-INV-MAST-STATUS
031600         SET EXCP-SEV-ERROR TO TRUE
031700         MOVE "SHT001" TO EXCP-LOG-CODE
031800         MOVE "Unable to open INV-MAST-FILE."
031900             TO EXCP-LOG-MESSAGE
032000         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
032100         MOVE 8 TO RETURN-CODE
032200         STOP RUN
032300     END-IF.
032400     PERFORM 1500-LOAD-PROMO-TABLE THRU 1500-EXIT.
032500     OPEN INPUT SUPP-MAST-FILE.
032600     IF WS-SUPP-MAST-STATUS NOT = '00'
032700         MOVE 'N' TO WS-SUPP-AVAIL-SW
032800     END-IF.
032900     OPEN OUTPUT SHELF-TAG-FILE.
033000     OPEN OUTPUT TAG-RPT-FILE.
033100     MOVE WS-RUN-YEAR TO RPT-RUN-YEAR.
033200     MOVE WS-RUN-MONTH TO RPT-RUN-MONTH.
033300     MOVE WS-RUN-DAY TO RPT-RUN-DAY.
033400     WRITE TAG-RPT-LINE FROM RPT-TITLE-LINE.
033500     MOVE WS-TAG-DATE TO RPT-TAG-DATE.
033600     MOVE SPACES TO RPT-RANGE-TEXT.
033700     IF WS-REPRINT-MODE
033800         MOVE "REPRINT BY ITEM RANGE" TO RPT-MODE-TEXT
033900         STRING "ITEMS " DELIMITED BY SIZE
034000             WS-FROM-ITEM DELIMITED BY SIZE
034100             " THRU " DELIMITED BY SIZE
034200             WS-THRU-ITEM DELIMITED BY SIZE
034300             INTO RPT-RANGE-TEXT
034400     ELSE
034500         MOVE "NIGHTLY PRICE AND PROMOTION" TO RPT-MODE-TEXT
034600     END-IF.
034700     WRITE TAG-RPT-LINE FROM RPT-MODE-LINE.
034800     WRITE TAG-RPT-LINE FROM RPT-HEADING-LINE.
034900 1000-EXIT.
035000     EXIT.
035100
035200 1100-COMPUTE-NEXT-DATE.
035300     MOVE WS-RUN-DATE TO WS-NEXT-DATE.
035400     MOVE WS-DAYS-IN-MONTH (WS-RUN-MONTH) TO WS-MONTH-END.
035500     IF WS-RUN-MONTH = 2
035600         DIVIDE WS-RUN-YEAR BY 4 GIVING WS-LEAP-QUOT
035700             REMAINDER WS-LEAP-REM
035800         IF WS-LEAP-REM = ZEROES
035900             MOVE 29 TO WS-MONTH-END
036000         END-IF
036100     END-IF.
036200     IF WS-RUN-DAY < WS-MONTH-END
036300         ADD 1 TO WS-NEXT-DAY
036400     ELSE
036500         MOVE 01 TO WS-NEXT-DAY
036600         IF WS-RUN-MONTH = 12
036700             MOVE 01 TO WS-NEXT-MONTH
036800             IF WS-RUN-YEAR = 99
036900                 MOVE ZEROES TO WS-NEXT-YEAR
037000             ELSE
037100                 ADD 1 TO WS-NEXT-YEAR
037200             END-IF
037300         ELSE
037400             ADD 1 TO WS-NEXT-MONTH
037500         END-IF
037600     END-IF.
037700 1100-EXIT.
037800     EXIT.
037900
038000*    A REPRINT NEEDS A FROM ITEM.  A BLANK THRU ITEM REPRINTS
038100*    THE ONE ITEM; A RANGE GIVEN BACKWARDS IS TURNED AROUND.
038200 1200-TAKE-RANGE.
038300     DISPLAY "Enter first item code to reprint: ".
038400     ACCEPT WS-FROM-ITEM.
038500     DISPLAY "Enter last item code (blank = first only): ".
038600     ACCEPT WS-THRU-ITEM.
038700     IF WS-FROM-ITEM = SPACES
038800         DISPLAY "NO ITEM RANGE GIVEN FOR THE REPRINT."
038900         SET EXCP-SEV-ERROR TO TRUE
039000         MOVE "SHT002" TO EXCP-LOG-CODE
039100         MOVE "Shelf tag reprint run with no item range."
039200             TO EXCP-LOG-MESSAGE
039300         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
039400         MOVE 8 TO RETURN-CODE
039500         STOP RUN
039600     END-IF.
039700     IF WS-THRU-ITEM = SPACES
039800         MOVE WS-FROM-ITEM TO WS-THRU-ITEM
039900     END-IF.
040000     IF WS-THRU-ITEM < WS-FROM-ITEM
040100         MOVE WS-FROM-ITEM TO WS-WANT-ITEM
040200         MOVE WS-THRU-ITEM TO WS-FROM-ITEM
040300         MOVE WS-WANT-ITEM TO WS-THRU-ITEM
040400     END-IF.
040500     DISPLAY "REPRINTING ITEMS " WS-FROM-ITEM " THRU "
040600         WS-THRU-ITEM.
040700 1200-EXIT.
040800     EXIT.
040900
041000 1500-LOAD-PROMO-TABLE.
041100     MOVE ZEROES TO WS-PROMO-COUNT.
041200     OPEN INPUT PROMO-FILE.
041300     IF WS-PROMO-STATUS NOT = '00'
041400         DISPLAY "NO PROMOTION FILE - REGULAR PRICES ONLY."
041500         GO TO 1500-EXIT
041600     END-IF.
041700     PERFORM 1520-READ-PROMO THRU 1520-EXIT
041800         UNTIL WS-PROMO-STATUS NOT = '00'.
041900     CLOSE PROMO-FILE.
042000 1500-EXIT.
042100     EXIT.
042200
042300 1520-READ-PROMO.
042400     READ PROMO-FILE
042500         AT END
042600             MOVE '10' TO WS-PROMO-STATUS
042700         NOT AT END
042800             IF WS-PROMO-COUNT < 200
042900                 ADD 1 TO WS-PROMO-COUNT
043000                 MOVE PRM-IN-ITEM-CODE
043100                     TO PMT-ITEM-CODE (WS-PROMO-COUNT)
043200                 MOVE PRM-IN-PROMO-CODE
043300                     TO PMT-PROMO-CODE (WS-PROMO-COUNT)
043400                 MOVE PRM-IN-TYPE
043500                     TO PMT-TYPE (WS-PROMO-COUNT)
043600                 MOVE PRM-IN-VALUE
043700                     TO PMT-VALUE (WS-PROMO-COUNT)
043800                 MOVE PRM-IN-START-DATE
043900                     TO PMT-START-DATE (WS-PROMO-COUNT)
044000                 MOVE PRM-IN-END-DATE
044100                     TO PMT-END-DATE (WS-PROMO-COUNT)
044200             END-IF
044300     END-READ.
044400 1520-EXIT.
044500     EXIT.
044600
044700*    EVERY PRICE CHANGE MADE TODAY, WHETHER KEYED IN INVMAINT OR
044800*    APPLIED BY PRCAPPLY, LEAVES A 'P' ROW ON INVAUDIT DATED
044900*    TODAY.
045000 2000-COLLECT-PRICE-CHANGES.
045100     OPEN INPUT INV-AUDIT-FILE.
045200     IF WS-INV-AUDIT-STATUS = '05' OR '35'
045300         DISPLAY "NO INVENTORY AUDIT FILE - NO PRICE CHANGES."
045400         GO TO 2000-EXIT
045500     END-IF.
045600     IF WS-INV-AUDIT-STATUS NOT = '00'
045700         DISPLAY "UNABLE TO OPEN INV-AUDIT-FILE - STATUS: "
045800             WS-INV-AUDIT-STATUS
045900         SET EXCP-SEV-WARNING TO TRUE
046000         MOVE "SHT003" TO EXCP-LOG-CODE
046100         MOVE "INVAUDIT not read - no price change tags."
046200             TO EXCP-LOG-MESSAGE
046300         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
046400         GO TO 2000-EXIT
046500     END-IF.
046600     MOVE 'Y' TO WS-MORE-RECORDS.
046700     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
046800     PERFORM 2200-CHECK-ONE-AUDIT THRU 2200-EXIT
046900         UNTIL NO-MORE-RECORDS.
047000     CLOSE INV-AUDIT-FILE.
047100 2000-EXIT.
047200     EXIT.
047300
047400 2100-READ-AUDIT.
047500     READ INV-AUDIT-FILE
047600         AT END
047700             MOVE 'N' TO WS-MORE-RECORDS
047800     END-READ.
047900 2100-EXIT.
048000     EXIT.
048100
048200 2200-CHECK-ONE-AUDIT.
048300     ADD 1 TO WS-AUDIT-READ.
048400     IF IVA-PRICE-CHANGED AND IVA-DATE = WS-RUN-DATE
048500         MOVE IVA-ITEM-CODE TO WS-WANT-ITEM
048600         MOVE 'P' TO WS-WANT-REASON
048700         PERFORM 2600-ADD-TAG THRU 2600-EXIT
048800     END-IF.
048900     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
049000 2200-EXIT.
049100     EXIT.
049200
049300*    A PROMOTION STARTING TOMORROW NEEDS ITS PROMOTION TAG UP
049400*    FOR OPENING.  END DATES ARE INCLUSIVE, SO A PROMOTION WHOSE
049500*    LAST DAY WAS TODAY GETS A TAG BACK AT TOMORROW'S PRICE -
049510*    THE REGULAR PRICE, OR ANY OTHER PROMOTION THEN IN FORCE.
049600 2300-COLLECT-PROMOTIONS.
049700     PERFORM 2400-CHECK-ONE-PROMO THRU 2400-EXIT
049800         VARYING WS-PRM-IDX FROM 1 BY 1
049900         UNTIL WS-PRM-IDX > WS-PROMO-COUNT.
050000 2300-EXIT.
050100     EXIT.
050200
050300 2400-CHECK-ONE-PROMO.
050400     MOVE PMT-ITEM-CODE (WS-PRM-IDX) TO WS-WANT-ITEM.
050500     IF PMT-START-DATE (WS-PRM-IDX) = WS-NEXT-DATE-NUM
050600         MOVE 'S' TO WS-WANT-REASON
050700         PERFORM 2600-ADD-TAG THRU 2600-EXIT
050800     ELSE
050900         IF PMT-END-DATE (WS-PRM-IDX) = WS-RUN-DATE-NUM
051000             MOVE 'E' TO WS-WANT-REASON
051100             PERFORM 2600-ADD-TAG THRU 2600-EXIT
051200         END-IF
051300     END-IF.
051400 2400-EXIT.
051500     EXIT.
051600
051700 2500-COLLECT-RANGE.
051800     MOVE WS-FROM-ITEM TO INV-ITEM-CODE.
051900     START INV-MAST-FILE KEY IS NOT LESS THAN INV-ITEM-CODE
052000         INVALID KEY
052100             DISPLAY "NO ITEMS ON FILE IN THE RANGE."
052200             GO TO 2500-EXIT
052300     END-START.
052400     MOVE 'Y' TO WS-MORE-RECORDS.
052500     PERFORM 2520-READ-RANGE THRU 2520-EXIT.
052600     PERFORM 2540-TAKE-ONE-ITEM THRU 2540-EXIT
052700         UNTIL NO-MORE-RECORDS.
052800 2500-EXIT.
052900     EXIT.
053000
053100 2520-READ-RANGE.
053200     READ INV-MAST-FILE NEXT RECORD
053300         AT END
053400             MOVE 'N' TO WS-MORE-RECORDS
053500     END-READ.
053600     IF MORE-RECORDS AND INV-ITEM-CODE > WS-THRU-ITEM
053700         MOVE 'N' TO WS-MORE-RECORDS
053800     END-IF.
053900 2520-EXIT.
054000     EXIT.
054100
054200*    INACTIVE ITEMS ARE OFF THE SHELF AND GET NO TAG.
054300 2540-TAKE-ONE-ITEM.
054400     IF INV-ACTIVE
054500         MOVE INV-ITEM-CODE TO WS-WANT-ITEM
054600         MOVE 'R' TO WS-WANT-REASON
054700         PERFORM 2700-STORE-TAG THRU 2700-EXIT
054800     END-IF.
054900     PERFORM 2520-READ-RANGE THRU 2520-EXIT.
055000 2540-EXIT.
055100     EXIT.
055200
055300*    ONE TAG PER ITEM - AN ITEM ALREADY TAGGED TONIGHT IS NOT
055400*    TAGGED AGAIN.  THE ITEM IS PRICED FROM THE MASTER AS IT
055500*    STANDS AFTER TONIGHT'S PRICE APPLY.
055600 2600-ADD-TAG.
055700     MOVE 'N' TO WS-FOUND-SW.
055800     PERFORM 2650-MATCH-TAG THRU 2650-EXIT
055900         VARYING WS-IDX FROM 1 BY 1
056000         UNTIL WS-FOUND OR WS-IDX > WS-TAG-COUNT.
056100     IF WS-FOUND
056200         GO TO 2600-EXIT
056300     END-IF.
056400     MOVE WS-WANT-ITEM TO INV-ITEM-CODE.
056500     READ INV-MAST-FILE
056600         INVALID KEY
056700             ADD 1 TO WS-NOT-ON-MASTER
056800             DISPLAY "ITEM NOT ON MASTER - NO TAG: "
056900                 WS-WANT-ITEM
057000             GO TO 2600-EXIT
057100     END-READ.
057200     IF NOT INV-ACTIVE
057300         GO TO 2600-EXIT
057400     END-IF.
057500     PERFORM 2700-STORE-TAG THRU 2700-EXIT.
057600 2600-EXIT.
057700     EXIT.
057800
057900 2650-MATCH-TAG.
058000     IF TT-ITEM-CODE (WS-IDX) = WS-WANT-ITEM
058100         SET WS-FOUND TO TRUE
058200         SUBTRACT 1 FROM WS-IDX
058300     END-IF.
058400 2650-EXIT.
058500     EXIT.
058600
058700*    THE MASTER RECORD FOR THE ITEM IS IN THE BUFFER.
058800 2700-STORE-TAG.
058900     IF WS-TAG-COUNT NOT < 1000
059000         IF NOT WS-TABLE-OVERFLOW
059100             SET WS-TABLE-OVERFLOW TO TRUE
059200             SET EXCP-SEV-WARNING TO TRUE
059300             MOVE "SHT004" TO EXCP-LOG-CODE
059400             MOVE "Shelf tag table full - tags incomplete."
059500                 TO EXCP-LOG-MESSAGE
059600             PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
059700         END-IF
059800         GO TO 2700-EXIT
059900     END-IF.
060000     ADD 1 TO WS-TAG-COUNT.
060100     MOVE INV-SUPPLIER-CODE TO TT-SUPPLIER (WS-TAG-COUNT).
060200     MOVE INV-ITEM-CODE TO TT-ITEM-CODE (WS-TAG-COUNT).
060300     MOVE INV-DESCRIPTION TO TT-DESCRIPTION (WS-TAG-COUNT).
060400     MOVE INV-UNIT-PRICE TO TT-REG-PRICE (WS-TAG-COUNT).
060500     MOVE WS-WANT-REASON TO TT-REASON (WS-TAG-COUNT).
060600     MOVE SPACES TO TT-PROMO-CODE (WS-TAG-COUNT).
060700     MOVE SPACE TO TT-PROMO-TYPE (WS-TAG-COUNT).
060800     MOVE ZEROES TO TT-PROMO-PRICE (WS-TAG-COUNT).
060900     MOVE ZEROES TO TT-PROMO-END (WS-TAG-COUNT).
061000     EVALUATE WS-WANT-REASON
061100         WHEN 'P'  ADD 1 TO WS-PRICE-TAGS
061200         WHEN 'S'  ADD 1 TO WS-START-TAGS
061300         WHEN 'E'  ADD 1 TO WS-END-TAGS
061400         WHEN 'R'  ADD 1 TO WS-REPRINT-TAGS
061500     END-EVALUATE.
061600     MOVE 'N' TO WS-FOUND-SW.
061700     PERFORM 2750-MATCH-PROMO THRU 2750-EXIT
061800         VARYING WS-JDX FROM 1 BY 1
061900         UNTIL WS-FOUND OR WS-JDX > WS-PROMO-COUNT.
062000     IF WS-FOUND
062100         PERFORM 2800-PRICE-PROMO THRU 2800-EXIT
062200     END-IF.
062300 2700-EXIT.
062400     EXIT.
062500
062600*    THE FIRST PROMOTION FOR THE ITEM IN FORCE ON THE TAG DATE
062700*    IS THE ONE THE REGISTER WILL RING, SO IT GOES ON THE TAG.
062800 2750-MATCH-PROMO.
062900     IF PMT-ITEM-CODE (WS-JDX) = INV-ITEM-CODE
063000         AND PMT-START-DATE (WS-JDX) NOT > WS-TAG-DATE
063100         AND PMT-END-DATE (WS-JDX) NOT < WS-TAG-DATE
063200         SET WS-FOUND TO TRUE
063300         SUBTRACT 1 FROM WS-JDX
063400     END-IF.
063500 2750-EXIT.
063600     EXIT.
063700
063800*    PRICED THE WAY THE REGISTER DISCOUNTS THE LINE: P IS A
063900*    PERCENTAGE OFF, A IS AN AMOUNT OFF EACH UNIT, AND B (BUY
064000*    ONE GET ONE) KEEPS THE REGULAR PRICE ON THE TAG.
064100 2800-PRICE-PROMO.
064200     MOVE PMT-PROMO-CODE (WS-JDX)
064300         TO TT-PROMO-CODE (WS-TAG-COUNT).
064400     MOVE PMT-TYPE (WS-JDX) TO TT-PROMO-TYPE (WS-TAG-COUNT).
064500     MOVE PMT-END-DATE (WS-JDX) TO TT-PROMO-END (WS-TAG-COUNT).
064600     EVALUATE PMT-TYPE (WS-JDX)
064700         WHEN 'P'
064800             COMPUTE TT-PROMO-PRICE (WS-TAG-COUNT) ROUNDED =
064900                 INV-UNIT-PRICE
065000                 - (INV-UNIT-PRICE * PMT-VALUE (WS-JDX) / 100)
065100         WHEN 'A'
065200             IF PMT-VALUE (WS-JDX) < INV-UNIT-PRICE
065300                 COMPUTE TT-PROMO-PRICE (WS-TAG-COUNT) =
065400                     INV-UNIT-PRICE - PMT-VALUE (WS-JDX)
065500             END-IF
065600         WHEN OTHER
065700             MOVE INV-UNIT-PRICE
065800                 TO TT-PROMO-PRICE (WS-TAG-COUNT)
065900     END-EVALUATE.
066000 2800-EXIT.
066100     EXIT.
066200
066300*    SIMPLE EXCHANGE SORT ON SUPPLIER THEN ITEM, THE SAME AS
066400*    THE NEAR-EXPIRY REPORT USES.
066500 3000-SORT-BY-SUPPLIER.
066600     IF WS-TAG-COUNT < 2
066700         GO TO 3000-EXIT
066800     END-IF.
066900     PERFORM 3100-SORT-ONE-PASS THRU 3100-EXIT
067000         VARYING WS-IDX FROM 1 BY 1
067100         UNTIL WS-IDX NOT < WS-TAG-COUNT.
067200 3000-EXIT.
067300     EXIT.
067400
067500 3100-SORT-ONE-PASS.
067600     PERFORM 3200-COMPARE-AND-SWAP THRU 3200-EXIT
067700         VARYING WS-JDX FROM 1 BY 1
067800         UNTIL WS-JDX NOT < WS-TAG-COUNT.
067900 3100-EXIT.
068000     EXIT.
068100
068200 3200-COMPARE-AND-SWAP.
068300     IF TT-SORT-KEY (WS-JDX) > TT-SORT-KEY (WS-JDX + 1)
068400         MOVE WS-TAG-ENTRY (WS-JDX) TO WS-SWAP-ENTRY
068500         MOVE WS-TAG-ENTRY (WS-JDX + 1)
068600             TO WS-TAG-ENTRY (WS-JDX)
068700         MOVE WS-SWAP-ENTRY TO WS-TAG-ENTRY (WS-JDX + 1)
068800     END-IF.
068900 3200-EXIT.
069000     EXIT.
069100
069200 4000-WRITE-TAGS.
069300     IF WS-TAG-COUNT = ZEROES
069400         WRITE TAG-RPT-LINE FROM RPT-BLANK-LINE
069500         WRITE TAG-RPT-LINE FROM RPT-NONE-LINE
069600     ELSE
069700         PERFORM 4100-WRITE-ONE-TAG THRU 4100-EXIT
069800             VARYING WS-IDX FROM 1 BY 1
069900             UNTIL WS-IDX > WS-TAG-COUNT
070000         PERFORM 4300-END-SUPPLIER THRU 4300-EXIT
070100     END-IF.
070200     WRITE TAG-RPT-LINE FROM RPT-BLANK-LINE.
070300     IF WS-REPRINT-MODE
070400         MOVE "TAGS REPRINTED:" TO RPT-COUNT-LABEL
070500         MOVE WS-REPRINT-TAGS TO RPT-COUNT
070600         WRITE TAG-RPT-LINE FROM RPT-COUNT-LINE
070700     ELSE
070800         MOVE "PRICE CHANGE TAGS:" TO RPT-COUNT-LABEL
070900         MOVE WS-PRICE-TAGS TO RPT-COUNT
071000         WRITE TAG-RPT-LINE FROM RPT-COUNT-LINE
071100         MOVE "PROMOTION STARTING TAGS:" TO RPT-COUNT-LABEL
071200         MOVE WS-START-TAGS TO RPT-COUNT
071300         WRITE TAG-RPT-LINE FROM RPT-COUNT-LINE
071400         MOVE "PROMOTION ENDING TAGS:" TO RPT-COUNT-LABEL
071500         MOVE WS-END-TAGS TO RPT-COUNT
071600         WRITE TAG-RPT-LINE FROM RPT-COUNT-LINE
071700     END-IF.
071800     MOVE "TOTAL TAGS WRITTEN:" TO RPT-COUNT-LABEL.
071900     MOVE WS-TAGS-WRITTEN TO RPT-COUNT.
072000     WRITE TAG-RPT-LINE FROM RPT-COUNT-LINE.
072100     DISPLAY "TAGS WRITTEN: " WS-TAGS-WRITTEN.
072200     IF WS-NOT-ON-MASTER > ZEROES
072300         MOVE "ITEMS NOT ON MASTER:" TO RPT-COUNT-LABEL
072400         MOVE WS-NOT-ON-MASTER TO RPT-COUNT
072500         WRITE TAG-RPT-LINE FROM RPT-COUNT-LINE
072600         SET EXCP-SEV-WARNING TO TRUE
072700         MOVE "SHT005" TO EXCP-LOG-CODE
072800         MOVE "Tag wanted for an item not on INVMAST."
072900             TO EXCP-LOG-MESSAGE
073000         PERFORM 8900-LOG-EXCEPTION THRU 8900-EXIT
073100     END-IF.
073200 4000-EXIT.
073300     EXIT.
073400
073500 4100-WRITE-ONE-TAG.
073600     IF TT-SUPPLIER (WS-IDX) NOT = WS-PREV-SUPPLIER
073700         IF WS-IDX > 1
073800             PERFORM 4300-END-SUPPLIER THRU 4300-EXIT
073900         END-IF
074000         PERFORM 4200-START-SUPPLIER THRU 4200-EXIT
074100     END-IF.
074200     MOVE SPACES TO SHELF-TAG-RECORD.
074300     MOVE TT-SUPPLIER (WS-IDX) TO TAG-SUPPLIER-CODE.
074400     MOVE TT-ITEM-CODE (WS-IDX) TO TAG-ITEM-CODE.
074500     MOVE TT-DESCRIPTION (WS-IDX) TO TAG-DESCRIPTION.
074600     MOVE TT-REG-PRICE (WS-IDX) TO TAG-REG-PRICE.
074700     MOVE TT-PROMO-CODE (WS-IDX) TO TAG-PROMO-CODE.
074800     MOVE TT-PROMO-TYPE (WS-IDX) TO TAG-PROMO-TYPE.
074900     MOVE TT-PROMO-PRICE (WS-IDX) TO TAG-PROMO-PRICE.
075000     MOVE TT-PROMO-END (WS-IDX) TO TAG-PROMO-END-DATE.
075100     MOVE TT-REASON (WS-IDX) TO TAG-REASON.
075200     MOVE WS-TAG-DATE TO TAG-EFFECTIVE-DATE.
075300     WRITE SHELF-TAG-RECORD.
075400     ADD 1 TO WS-TAGS-WRITTEN.
075500     ADD 1 TO WS-SUP-TAGS.
075600     MOVE TT-ITEM-CODE (WS-IDX) TO RPT-ITEM-CODE.
075700     MOVE TT-DESCRIPTION (WS-IDX) TO RPT-DESCRIPTION.
075800     MOVE TT-REG-PRICE (WS-IDX) TO RPT-REG-PRICE.
075900     MOVE TT-PROMO-CODE (WS-IDX) TO RPT-PROMO-CODE.
076000     IF TAG-NO-PROMO
076100         MOVE SPACES TO RPT-PROMO-BOGO
076200         MOVE SPACES TO RPT-PROMO-END-X
076300     ELSE
076400         IF TAG-PROMO-BOGO
076500             MOVE "BOGO" TO RPT-PROMO-BOGO
076600         ELSE
076700             MOVE TT-PROMO-PRICE (WS-IDX) TO RPT-PROMO-PRICE
076800         END-IF
076900         MOVE TT-PROMO-END (WS-IDX) TO RPT-PROMO-END
077000     END-IF.
077100     EVALUATE TRUE
077200         WHEN TAG-PRICE-CHANGE
077300             MOVE "PRICE CHANGE" TO RPT-REASON
077400         WHEN TAG-PROMO-STARTS
077500             MOVE "PROMO STARTS" TO RPT-REASON
077600         WHEN TAG-PROMO-ENDS
077700             MOVE "PROMO ENDS" TO RPT-REASON
077800         WHEN OTHER
077900             MOVE "REPRINT" TO RPT-REASON
078000     END-EVALUATE.
078100     WRITE TAG-RPT-LINE FROM RPT-DETAIL-LINE.
078200 4100-EXIT.
078300     EXIT.
078400
078500 4200-START-SUPPLIER.
078600     MOVE TT-SUPPLIER (WS-IDX) TO WS-PREV-SUPPLIER.
078700     MOVE ZEROES TO WS-SUP-TAGS.
078800     MOVE TT-SUPPLIER (WS-IDX) TO RPT-SUP-CODE.
078900     MOVE SPACES TO RPT-SUP-NAME.
079000     IF TT-SUPPLIER (WS-IDX) = SPACES
079100         MOVE "*NO SUPPLIER*" TO RPT-SUP-NAME
079200     ELSE
079300     IF WS-SUPP-AVAIL
079400         MOVE TT-SUPPLIER (WS-IDX) TO SUP-SUPPLIER-CODE
079500         READ SUPP-MAST-FILE
079600             INVALID KEY
079700                 MOVE "*UNKNOWN*" TO RPT-SUP-NAME
079800             NOT INVALID KEY
079900                 MOVE SUP-NAME TO RPT-SUP-NAME
080000         END-READ
080100     END-IF
080200     END-IF.
080300     WRITE TAG-RPT-LINE FROM RPT-BLANK-LINE.
080400     WRITE TAG-RPT-LINE FROM RPT-SUPP-HEAD-LINE.
080500 4200-EXIT.
080600     EXIT.
080700
080800 4300-END-SUPPLIER.
080900     MOVE WS-SUP-TAGS TO RPT-SUP-TAGS.
081000     WRITE TAG-RPT-LINE FROM RPT-SUPP-TOTAL-LINE.
081100 4300-EXIT.
081200     EXIT.
081300
081400 9000-CLOSE-UP.
081500     CLOSE INV-MAST-FILE.
081600     IF WS-SUPP-AVAIL
081700         CLOSE SUPP-MAST-FILE
081800     END-IF.
081900     CLOSE SHELF-TAG-FILE.
082000     CLOSE TAG-RPT-FILE.
082100 9000-EXIT.
082200     EXIT.
082300
082301*    ONE ROW ON THE SHARED BATCH STATISTICS FILE FOR THE
082302*    MORNING OPERATIONS SUMMARY (BATSUMM).  A FILE THAT WILL NOT
082303*    OPEN COSTS THE ROW, NEVER THE STEP.
082304 8950-WRITE-BATCH-STATS.
082305     OPEN EXTEND BAT-STAT-FILE.
082306     IF WS-BAT-STAT-STATUS = '05' OR '35'
082307         OPEN OUTPUT BAT-STAT-FILE
082308     END-IF.
082309     IF WS-BAT-STAT-STATUS NOT = '00'
082310         DISPLAY "BATCH STATISTICS NOT WRITTEN - STATUS: "
082311             WS-BAT-STAT-STATUS
082312         GO TO 8950-EXIT
082313     END-IF.
082314     MOVE SPACES TO BATCH-STAT-RECORD.
082315     MOVE "SHLFTAG" TO BST-STEP-NAME.
082316     MOVE WS-RUN-DATE TO BST-RUN-DATE.
082317     ACCEPT WS-LOG-TIME FROM TIME.
082318     MOVE WS-LOG-TIME (1:6) TO BST-TIME.
082319     MOVE RETURN-CODE TO BST-RETURN-CODE.
082320     MOVE ZEROES TO BST-RECS-READ.
082321     MOVE ZEROES TO BST-RECS-WRITTEN.
082322     MOVE ZEROES TO BST-RECS-REJECTED.
082323     MOVE ZEROES TO BST-CONTROL-COUNT.
082324     MOVE ZEROES TO BST-AMOUNT-1.
082325     MOVE ZEROES TO BST-AMOUNT-2.
082326     MOVE WS-AUDIT-READ TO BST-RECS-READ.
082327     MOVE WS-TAGS-WRITTEN TO BST-RECS-WRITTEN.
082328     MOVE WS-NOT-ON-MASTER TO BST-RECS-REJECTED.
082329     MOVE WS-TAG-COUNT TO BST-CONTROL-COUNT.
082330     WRITE BATCH-STAT-RECORD.
082331     CLOSE BAT-STAT-FILE.
082332 8950-EXIT.
082333     EXIT.
082334
082400 8900-LOG-EXCEPTION.
082500     MOVE WS-RUN-YEAR        TO EXCP-LOG-YEAR.
082600     MOVE WS-RUN-MONTH       TO EXCP-LOG-MONTH.
082700     MOVE WS-RUN-DAY         TO EXCP-LOG-DAY.
082800     ACCEPT WS-LOG-TIME FROM TIME.
082900     MOVE WS-LOG-TIME (1:6)  TO EXCP-LOG-TIME.
083000     MOVE "SHLFTAG"          TO EXCP-LOG-PROGRAM.
083100     OPEN EXTEND EXCP-LOG-FILE.
083200     IF WS-EXCP-LOG-STATUS NOT = '00'
083300         OPEN OUTPUT EXCP-LOG-FILE
083400     END-IF.
083500     WRITE EXCP-LOG-RECORD.
083600     CLOSE EXCP-LOG-FILE.
083700 8900-EXIT.
083800     EXIT.
083900
084000 END PROGRAM SHLFTAG.
