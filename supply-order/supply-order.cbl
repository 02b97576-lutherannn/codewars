004900*                     THE SUPPLIER MASTER - AN UNKNOWN OR      *
005000*                     INACTIVE SUPPLIER BLOCKS THE PO AND      *
005100*                     PRINTS ON THE REGISTER INSTEAD.          *
005120*    2026-10-15  DLS  WHATIF IN PARM POSITIONS 5-10 PLANS OFF  *
005140*                     A PROJECTED ROSTER WITHOUT CUTTING POS,  *
005160*                     FEEDING THE SIS OR EOD FILES, OR LOGGING *
005180*                     THE RUN; THE REPORT FILES AS SUPLYWIF.   *
005200*--------------------------------------------------------------*
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
011600 01  WS-RUN-RC                   PIC 9(04).
011700 01  WS-ROSTER-COUNT             PIC 9(07) COMP VALUE ZERO.
011800 01  WS-CAMPUS-FILTER            PIC X(03) VALUE SPACE.
011820 01  WS-RUN-MODE                 PIC X(06) VALUE SPACE.
011840     88  WS-WHAT-IF                  VALUE "WHATIF".
011860 01  WS-WHATIF-HEADING           PIC X(50)
011880         VALUE "SUPPLY-ORDER WHAT-IF PLAN - NO ORDERS PLACED".
011900 01  WS-CAMPUS-COUNT             PIC 9(02) COMP VALUE ZERO.
012000 01  WS-CAMPUS-DROP-COUNT        PIC 9(05) COMP VALUE ZERO.
012100 01  WS-CPSUB                    PIC 9(02) COMP.
029200*    0000-MAINLINE                                              *
029300*--------------------------------------------------------------*
029400 0000-MAINLINE.
029420     IF LS-PARM-LENGTH >= 10
029440         MOVE LS-PARM-DATA (5:6) TO WS-RUN-MODE
029460     END-IF
029500     IF LS-PARM-LENGTH > 0
029600            AND LS-PARM-DATA (1:3) NOT = "ALL"
029700        MOVE LS-PARM-DATA (1:3) TO WS-CAMPUS-FILTER
031000     MOVE ZERO TO WS-RUN-WRITTEN
031100     MOVE ZERO TO WS-RUN-REJECTS
031200     MOVE ZERO TO WS-RUN-RC
031260     IF NOT WS-WHAT-IF
031320         CALL "RUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-PHASE
031380             WS-RUN-READ WS-RUN-WRITTEN WS-RUN-REJECTS
031440             WS-RUN-RC
031500     END-IF
031600     OPEN INPUT CLASSROOM-ROSTER-FILE
031700     OPEN INPUT SUPPLIER-CATALOG-FILE
031800     PERFORM 1200-LOAD-CATALOG THRU 1200-EXIT
031900        UNTIL WS-CAT-EOF
032000     CLOSE SUPPLIER-CATALOG-FILE
032100     PERFORM 1250-LOAD-SUPPLIER-MASTER THRU 1250-EXIT
032150     IF NOT WS-WHAT-IF
032200         OPEN OUTPUT PURCHASE-ORDER-FILE
032250     END-IF
032300     OPEN OUTPUT PO-REGISTER-RPT
032400     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
032500     PERFORM 1300-LOAD-BUDGETS THRU 1300-EXIT
032700     MOVE "I" TO RW-FUNCTION
032800     MOVE "SUPLYRPT" TO RW-REPORT-ID
032900     MOVE WS-REPORT-HEADING TO RW-REPORT-TITLE
032920     IF WS-WHAT-IF
032940         MOVE "SUPLYWIF" TO RW-REPORT-ID
032960         MOVE WS-WHATIF-HEADING TO RW-REPORT-TITLE
032980     END-IF
033000     MOVE SPACE TO RW-COLUMN-HEADING
033100     MOVE ZERO TO RW-LINES-PER-PAGE
033200     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
035800                 TO WS-RU-PACKET-TOTAL (WS-FOUND-SUB)
035900             ADD WS-PACKET-RESULT TO WS-GRAND-TOTAL
036000            PERFORM 2180-TALLY-CAMPUS THRU 2180-EXIT
036050             IF NOT WS-WHAT-IF
036100                 PERFORM 2170-WRITE-SIS-EXTRACT THRU 2170-EXIT
036150             END-IF
036200     END-EVALUATE
036300     PERFORM 2100-READ-ROSTER THRU 2100-EXIT.
036400 2000-EXIT.
050100         DISPLAY "SUPPLYORD: GRADE TABLE FULL - "
050200             "ROLLUPS DROPPED - " WS-GRADE-DROP-COUNT
050300     END-IF
050360     CLOSE PO-REGISTER-RPT
050420     IF NOT WS-WHAT-IF
050480         CLOSE PURCHASE-ORDER-FILE
050540         PERFORM 8200-WRITE-EOD-TOTALS THRU 8200-EXIT
050600     END-IF
050700     MOVE "END" TO WS-RUN-PHASE
050800     MOVE WS-ROSTER-COUNT TO WS-RUN-READ
050900     MOVE WS-ROLLUP-COUNT TO WS-RUN-WRITTEN
051200         MOVE 8 TO RETURN-CODE
051300     END-IF
051400     MOVE RETURN-CODE TO WS-RUN-RC
051460     IF NOT WS-WHAT-IF
051520         CALL "RUNLOG" USING WS-RUN-PROGRAM-ID WS-RUN-PHASE
051580             WS-RUN-READ WS-RUN-WRITTEN WS-RUN-REJECTS
051640             WS-RUN-RC
051700     END-IF
051800     MOVE WS-RUN-RC TO RETURN-CODE.
051900 8000-EXIT.
052000     EXIT.
071100         COMPUTE PO-EXTENDED-COST = PO-PACKS-ORDERED
071200             * WS-CAT-PACK-COST (WS-CAT-FOUND-SUB)
071300         MOVE PO-EXTENDED-COST TO WS-GT-COST (WS-GSUB)
071350         IF NOT WS-WHAT-IF
071400             WRITE PURCHASE-ORDER-RECORD
071450         END-IF
071500         MOVE SPACE TO WS-PO-REGISTER-LINE
071600         MOVE PO-NUMBER TO WS-PR-PO-NUMBER
071700         MOVE PO-SUPPLIER-ID TO WS-PR-SUPPLIER-ID
095600     PERFORM 9000-PUT-REPORT-LINE THRU 9000-EXIT
095700     MOVE WS-CP-CAMPUS (WS-CPSUB) TO WS-EC-CAMPUS
095800     MOVE WS-CP-PACKETS (WS-CPSUB) TO WS-EOD-METRIC-VALUE
095850     IF NOT WS-WHAT-IF
095900         CALL "EODWRITE" USING WS-EOD-SOURCE-PROGRAM
095950             WS-EOD-CAMPUS-LABEL WS-EOD-METRIC-VALUE
096000             WS-EC-CAMPUS
096050     END-IF.
096100 8710-EXIT.
096200     EXIT.
096300 END PROGRAM SUPPLYORD.
