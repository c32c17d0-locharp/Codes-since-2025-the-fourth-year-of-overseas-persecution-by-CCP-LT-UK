000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LUEEXCP.
000300
000400 ENVIRONMENT DIVISION.
000500     INPUT-OUTPUT SECTION.
000600     FILE-CONTROL.
000700         SELECT WS-EXCP-FILE ASSIGN TO NUMEXCP
000800             ORGANIZATION IS SEQUENTIAL
000900             FILE STATUS IS WS-EXCP-STATUS.
001000
001100 DATA DIVISION.
001200     FILE SECTION.
001300     FD  WS-EXCP-FILE
001400         RECORDING MODE IS F
001500         LABEL RECORDS ARE STANDARD.
001600     01  WS-EXCP-RECORD.
001700         COPY NUMEXCP.
001800
001900     WORKING-STORAGE SECTION.
002000         77 WS-LOG-SWITCH PIC X VALUE 'Y'.
002100             88 WS-LOG-ON VALUE 'Y'.
002200         77 WS-EXCP-STATUS PIC X(2) VALUE SPACES.
002300         77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
002400         77 WS-RUN-TIME PIC 9(8) VALUE ZERO.
002500
002600     LINKAGE SECTION.
002700     01  WS-EXCP-AREA.
002800         COPY NUMEXCP
002900             REPLACING ==EXC-DATE== BY ==EXA-DATE==
003000             ==EXC-TIME== BY ==EXA-TIME==
003100             ==EXC-STEP-NAME== BY ==EXA-STEP-NAME==
003200             ==EXC-RUN-ID== BY ==EXA-RUN-ID==
003300             ==EXC-SEVERITY== BY ==EXA-SEVERITY==
003400             ==EXC-INFO== BY ==EXA-INFO==
003500             ==EXC-WARNING== BY ==EXA-WARNING==
003600             ==EXC-ERROR== BY ==EXA-ERROR==
003700             ==EXC-SEVERE== BY ==EXA-SEVERE==
003800             ==EXC-MSG-CODE== BY ==EXA-MSG-CODE==
003900             ==EXC-KEY== BY ==EXA-KEY==
004000             ==EXC-TEXT== BY ==EXA-TEXT==.
004100
004200 PROCEDURE DIVISION USING WS-EXCP-AREA.
004300     IF WS-LOG-ON
004400         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004500         ACCEPT WS-RUN-TIME FROM TIME
004600         MOVE WS-RUN-DATE TO EXA-DATE
004700         MOVE WS-RUN-TIME (1:6) TO EXA-TIME
004800         OPEN EXTEND WS-EXCP-FILE
004900         IF WS-EXCP-STATUS = '00' OR '05' OR '97'
005000             WRITE WS-EXCP-RECORD FROM WS-EXCP-AREA
005100             CLOSE WS-EXCP-FILE
005200         ELSE
005300             DISPLAY "EXCEPTION LOG NOT IN USE - STATUS "
005400                 WS-EXCP-STATUS
005500             MOVE 'N' TO WS-LOG-SWITCH
005600         END-IF
005700     END-IF.
005800     GOBACK.
