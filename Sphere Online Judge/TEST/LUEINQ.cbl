001300         SELECT WS-PARM-FILE ASSIGN TO NUMPARM
001400             ORGANIZATION IS SEQUENTIAL.
001420         SELECT WS-HIST-FILE ASSIGN TO NUMHIST
001440             ORGANIZATION IS INDEXED
001441             ACCESS MODE IS DYNAMIC
001442             RECORD KEY IS NH-KEY.
001443         SELECT WS-SUSP-FILE ASSIGN TO NUMSUSP
001446             ORGANIZATION IS SEQUENTIAL.
001450         SELECT WS-VREF-FILE ASSIGN TO NUMVREF
001460             ORGANIZATION IS INDEXED
001470             ACCESS MODE IS RANDOM
001480             RECORD KEY IS VR-NUM.
001500
001600 DATA DIVISION.
001700     FILE SECTION.
003200         COPY NUMPARM.
003220
003240     FD  WS-HIST-FILE
003260         LABEL RECORDS ARE STANDARD.
003270     01  WS-HIST-RECORD.
003280         COPY NUMHIST.
003281
003282     FD  WS-SUSP-FILE
003283         RECORDING MODE IS F
003284         LABEL RECORDS ARE STANDARD.
003285     01  WS-SUSP-RECORD.
003286         COPY NUMSUSP.
003287
003288     FD  WS-VREF-FILE
003289         LABEL RECORDS ARE STANDARD.
003292     01  WS-VREF-RECORD.
003295         COPY NUMVREF.
003300
003400     WORKING-STORAGE SECTION.
003500         77 WS-FIRST-SWITCH PIC X VALUE 'Y'.
004440         77 WS-RANGE-LOW PIC S9(9) VALUE ZERO.
004450         77 WS-RANGE-HIGH PIC S9(9) VALUE ZERO.
004460         77 WS-VAL PIC S9(9) VALUE ZERO.
004470         77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
004480         77 WS-VREF-SWITCH PIC X VALUE 'N'.
004490             88 WS-VREF-FOUND VALUE 'Y'.
004492         77 WS-SUSP-EOF-SWITCH PIC X VALUE 'N'.
004494             88 WS-SUSP-EOF VALUE 'Y'.
004496         77 WS-LAST-RUN-ID PIC X(8) VALUE SPACES.
004500         01 WS-LAST-RUN-TABLE.
004600             05 WS-LAST-RUN-COUNT OCCURS 1000 TIMES PIC 9(9).
004620         01 WS-RANGE-NET-TABLE.
005770         IF INQ-FUNC-RANGE
005780             PERFORM ANSWER-RANGE-DA
005790         END-IF
005791         IF INQ-FUNC-LINEAGE
005792             PERFORM ANSWER-LINEAGE-DA
005793         END-IF
005794         IF INQ-FUNC-TRACE
005795             PERFORM ANSWER-TRACE-DA
005796         END-IF
005797     END-IF.
005800     GOBACK.
005900
006000 FIRST-CALL-DA.
006010         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
006100         OPEN INPUT WS-PARM-FILE
006200         READ WS-PARM-FILE
006300             AT END
007600                 UNTIL WS-RES-EOF
007700             CLOSE WS-RES-FILE
007800             OPEN INPUT WS-MAST-FILE
007810             OPEN INPUT WS-VREF-FILE
007850         END-IF.
007900
008000 TALLY-LAST-RUN-DA.
009200             AND RES-NUM-VALUE <= WS-VALID-HIGH
009300             COMPUTE WS-IDX = RES-NUM-VALUE + 1
009400             ADD 1 TO WS-LAST-RUN-COUNT (WS-IDX)
009410         END-IF
009420         IF NOT WS-RES-EOF
009430             AND RES-RUN-TOTAL
009440             MOVE RES-RUN-ID TO WS-LAST-RUN-ID
009700         END-IF.
009800
009900 ANSWER-INQUIRY-DA.
012300                 MOVE NM-FIRST-SEEN-DATE TO INQ-FIRST-SEEN-DATE
012400                 MOVE NM-LAST-SEEN-DATE TO INQ-LAST-SEEN-DATE
012500                 MOVE NM-LAST-RUN-ID TO INQ-LAST-RUN-ID
012600         END-READ
012605         MOVE INQ-NUM TO VR-NUM
012610         PERFORM READ-REFERENCE-DA
012615         MOVE VR-DESC TO INQ-DESC
012620         MOVE VR-CATEGORY TO INQ-CATEGORY
012625         MOVE 'N' TO INQ-REF-FLAG
012626         IF WS-VREF-FOUND
012627             MOVE 'A' TO INQ-REF-FLAG
012628         END-IF
012629         IF INQ-REF-ACTIVE
012630             AND (WS-RUN-DATE < VR-EFF-FROM
012635                 OR WS-RUN-DATE > VR-EFF-TO)
012640             MOVE 'I' TO INQ-REF-FLAG
012645         END-IF.
012650
012655 READ-REFERENCE-DA.
012660         READ WS-VREF-FILE
012665             INVALID KEY
012670                 MOVE SPACES TO VR-DESC
012675                 MOVE SPACES TO VR-CATEGORY
012680                 MOVE 'N' TO WS-VREF-SWITCH
012685             NOT INVALID KEY
012690                 MOVE 'Y' TO WS-VREF-SWITCH
012695         END-READ.
012700
012800 ANSWER-HISTORY-DA.
012810         MOVE LOW-VALUES TO NH-KEY
012820         MOVE INQ-NUM TO NH-NUM
012825         PERFORM START-HISTORY-DA
012830         PERFORM SCAN-HISTORY-DA
012840             UNTIL WS-HIST-EOF
012850         CLOSE WS-HIST-FILE.
012860
012861 START-HISTORY-DA.
012862         MOVE 'N' TO WS-HIST-EOF-SWITCH
012863         OPEN INPUT WS-HIST-FILE
012864         IF INQ-CONT-KEY NOT EQUAL TO SPACES
012865             AND INQ-CONT-KEY > NH-KEY
012866             MOVE INQ-CONT-KEY TO NH-KEY
012867         END-IF
012868         MOVE SPACES TO INQ-CONT-KEY
012869         START WS-HIST-FILE KEY IS NOT LESS THAN NH-KEY
012870             INVALID KEY SET WS-HIST-EOF TO TRUE
012871         END-START.
012872
012873 NOTE-CONTINUATION-DA.
012874         MOVE 'Y' TO INQ-MORE-FLAG
012875         MOVE NH-KEY TO INQ-CONT-KEY
012876         SET WS-HIST-EOF TO TRUE.
012877
012878 SCAN-HISTORY-DA.
012880         READ WS-HIST-FILE NEXT RECORD
012882             AT END SET WS-HIST-EOF TO TRUE
012884         END-READ
012885         IF NOT WS-HIST-EOF
012886             AND NH-NUM NOT EQUAL TO INQ-NUM
012887             SET WS-HIST-EOF TO TRUE
012888         END-IF
012889         IF NOT WS-HIST-EOF
012890             AND NOT NH-LINEAGE-ENTRY
012891             IF INQ-ANS-LINES < WS-ANS-MAX
012892                 ADD 1 TO INQ-ANS-LINES
012894                 MOVE NH-NUM TO INQ-ANS-NUM (INQ-ANS-LINES)
012896                 MOVE NH-RUN-DATE
012902                     TO INQ-ANS-RUN-ID (INQ-ANS-LINES)
012904                 MOVE NH-NET-COUNT
012906                     TO INQ-ANS-HITS (INQ-ANS-LINES)
012907                 MOVE NH-ENTRY-TYPE
012908                     TO INQ-ANS-TYPE (INQ-ANS-LINES)
012909             ELSE
012910                 PERFORM NOTE-CONTINUATION-DA
012912             END-IF
012914         END-IF.
012916
012940         IF WS-RANGE-HIGH > WS-VALID-HIGH
012942             MOVE WS-VALID-HIGH TO WS-RANGE-HIGH
012944         END-IF
012945         IF INQ-CONT-KEY NOT EQUAL TO SPACES
012946             AND INQ-CONT-NUM IS NUMERIC
012947             AND INQ-CONT-NUM > WS-RANGE-LOW
012948             MOVE INQ-CONT-NUM TO WS-RANGE-LOW
012949         END-IF
012950         MOVE ZERO TO WS-RANGE-NET-TABLE
012951         MOVE ZERO TO WS-RANGE-ACT-TABLE
012952         MOVE LOW-VALUES TO NH-KEY
012953         MOVE WS-RANGE-LOW TO NH-NUM
012954         PERFORM START-HISTORY-DA
012955         PERFORM SCAN-RANGE-DA
012956             UNTIL WS-HIST-EOF
012958         CLOSE WS-HIST-FILE
012960         PERFORM EMIT-RANGE-VALUE-DA
012964             UNTIL WS-VAL > WS-RANGE-HIGH.
012966
012968 SCAN-RANGE-DA.
012970         READ WS-HIST-FILE NEXT RECORD
012972             AT END SET WS-HIST-EOF TO TRUE
012974         END-READ
012975         IF NOT WS-HIST-EOF
012976             AND NH-NUM > WS-RANGE-HIGH
012977             SET WS-HIST-EOF TO TRUE
012978         END-IF
012979         IF NOT WS-HIST-EOF
012980             AND NOT NH-LINEAGE-ENTRY
012981             AND NH-NUM >= WS-RANGE-LOW
012982             AND NH-NUM <= WS-RANGE-HIGH
012983             COMPUTE WS-IDX = NH-NUM + 1
012984             ADD NH-NET-COUNT TO WS-RANGE-NET (WS-IDX)
012986             ADD 1 TO WS-RANGE-ACT (WS-IDX)
012988         END-IF.
012996         IF WS-RANGE-ACT (WS-IDX) > 0
012997             IF INQ-ANS-LINES < WS-ANS-MAX
012998                 ADD 1 TO INQ-ANS-LINES
013008                 MOVE WS-VAL TO VR-NUM
013018                 PERFORM READ-REFERENCE-DA
013028                 MOVE VR-DESC TO INQ-ANS-DESC (INQ-ANS-LINES)
013038                 MOVE WS-VAL TO INQ-ANS-NUM (INQ-ANS-LINES)
013048                 MOVE ZERO
013058                     TO INQ-ANS-RUN-DATE (INQ-ANS-LINES)
013068                 MOVE SPACES
013078                     TO INQ-ANS-RUN-ID (INQ-ANS-LINES)
013088                 MOVE WS-RANGE-NET (WS-IDX)
013098                     TO INQ-ANS-HITS (INQ-ANS-LINES)
013101                 MOVE SPACE
013104                     TO INQ-ANS-TYPE (INQ-ANS-LINES)
013108             ELSE
013118                 IF INQ-MORE-FLAG NOT EQUAL TO 'Y'
013119                     MOVE 'Y' TO INQ-MORE-FLAG
013120                     MOVE WS-VAL TO INQ-CONT-NUM
013121                     MOVE ZERO TO INQ-CONT-RUN-DATE
013122                     MOVE SPACES TO INQ-CONT-RUN-ID
013123                     MOVE SPACES TO INQ-CONT-TYPE
013124                     MOVE ZERO TO INQ-CONT-SEQ
013125                 END-IF
013128             END-IF
013138         END-IF.
013148
013158 ANSWER-LINEAGE-DA.
013168         IF INQ-RUN-ID EQUAL TO SPACES
013178             MOVE WS-LAST-RUN-ID TO INQ-RUN-ID
013188         END-IF
013198         MOVE LOW-VALUES TO NH-KEY
013208         MOVE INQ-NUM TO NH-NUM
013213         PERFORM START-HISTORY-DA
013218         PERFORM SCAN-LINEAGE-DA
013228             UNTIL WS-HIST-EOF
013238         CLOSE WS-HIST-FILE.
013248
013258 SCAN-LINEAGE-DA.
013268         READ WS-HIST-FILE NEXT RECORD
013278             AT END SET WS-HIST-EOF TO TRUE
013288         END-READ
013290         IF NOT WS-HIST-EOF
013292             AND NH-NUM NOT EQUAL TO INQ-NUM
013294             SET WS-HIST-EOF TO TRUE
013296         END-IF
013298         IF NOT WS-HIST-EOF
013308             AND NH-LINEAGE-ENTRY
013318             AND NH-NUM = INQ-NUM
013328             AND NH-RUN-ID = INQ-RUN-ID
013338             PERFORM ADD-LINEAGE-ANSWER-DA
013348         END-IF.
013358
013368 ADD-LINEAGE-ANSWER-DA.
013378         IF INQ-ANS-LINES < WS-ANS-MAX
013388             ADD 1 TO INQ-ANS-LINES
013398             MOVE NH-NUM TO INQ-ANS-NUM (INQ-ANS-LINES)
013408             MOVE NH-RUN-DATE
013418                 TO INQ-ANS-RUN-DATE (INQ-ANS-LINES)
013428             MOVE NH-RUN-ID
013438                 TO INQ-ANS-RUN-ID (INQ-ANS-LINES)
013448             IF NH-LIN-REC-TYPE EQUAL TO 'A'
013458                 MOVE -1 TO INQ-ANS-HITS (INQ-ANS-LINES)
013468             ELSE
013478                 MOVE 1 TO INQ-ANS-HITS (INQ-ANS-LINES)
013488             END-IF
013498             MOVE NH-LIN-REC-TYPE
013508                 TO INQ-ANS-TYPE (INQ-ANS-LINES)
013518             MOVE SPACES TO INQ-ANS-DESC (INQ-ANS-LINES)
013528             MOVE NH-LIN-ORIG-SYS
013538                 TO INQ-ANS-ORIG-SYS (INQ-ANS-LINES)
013548             MOVE NH-TRAN-REF
013558                 TO INQ-ANS-TRAN-REF (INQ-ANS-LINES)
013568             MOVE NH-LIN-BATCH-ID
013578                 TO INQ-ANS-BATCH-ID (INQ-ANS-LINES)
013588             MOVE NH-LIN-PHYS-COUNT
013598                 TO INQ-ANS-PHYS-COUNT (INQ-ANS-LINES)
013608         ELSE
013618             PERFORM NOTE-CONTINUATION-DA
013628         END-IF.
013638
013648 ANSWER-TRACE-DA.
013658         MOVE 'N' TO INQ-SUSP-FLAG
013668         MOVE SPACES TO INQ-SUSP-REASON
013678         MOVE ZERO TO INQ-SUSP-RUN-DATE
013688         MOVE ZERO TO INQ-SUSP-PHYS-COUNT
013698         MOVE ZERO TO INQ-SUSP-RELIEF-DATE
013708         IF INQ-TRAN-REF NOT EQUAL TO SPACES
013718             MOVE 'N' TO WS-SUSP-EOF-SWITCH
013728             OPEN INPUT WS-SUSP-FILE
013738             PERFORM SCAN-SUSPENSE-DA
013748                 UNTIL WS-SUSP-EOF
013758             CLOSE WS-SUSP-FILE
013768             MOVE LOW-VALUES TO NH-KEY
013778             PERFORM START-HISTORY-DA
013788             PERFORM SCAN-REFERENCE-DA
013798                 UNTIL WS-HIST-EOF
013808             CLOSE WS-HIST-FILE
013818         END-IF.
013828
013838 SCAN-SUSPENSE-DA.
013848         READ WS-SUSP-FILE
013858             AT END SET WS-SUSP-EOF TO TRUE
013868         END-READ
013878         IF NOT WS-SUSP-EOF
013888             AND SUS-TRAN-REF = INQ-TRAN-REF
013898             AND (INQ-ORIG-SYS = SPACES
013908                 OR SUS-ORIG-SYS = INQ-ORIG-SYS)
013918             AND SUS-RUN-DATE NOT < INQ-SUSP-RUN-DATE
013928             MOVE SUS-STATUS TO INQ-SUSP-FLAG
013938             MOVE SUS-REASON-CODE TO INQ-SUSP-REASON
013948             MOVE SUS-RUN-DATE TO INQ-SUSP-RUN-DATE
013958             MOVE SUS-PHYS-COUNT TO INQ-SUSP-PHYS-COUNT
013968             MOVE SUS-RELIEF-DATE TO INQ-SUSP-RELIEF-DATE
013978         END-IF.
013988
013998 SCAN-REFERENCE-DA.
014008         READ WS-HIST-FILE NEXT RECORD
014018             AT END SET WS-HIST-EOF TO TRUE
014028         END-READ
014038         IF NOT WS-HIST-EOF
014048             AND NH-LINEAGE-ENTRY
014058             AND NH-TRAN-REF = INQ-TRAN-REF
014068             AND (INQ-ORIG-SYS = SPACES
014078                 OR NH-LIN-ORIG-SYS = INQ-ORIG-SYS)
014088             PERFORM ADD-LINEAGE-ANSWER-DA
014098         END-IF.
