957101 IDENTIFICATION DIVISION.
957101 PROGRAM-ID. RISK_REVIEW_DATE.
957102 AUTHOR. ELYZ.
957102 ENVIRONMENT DIVISION.
957103 DATA DIVISION.
957103 WORKING-STORAGE SECTION.
957104 01  WS-BASE-DATE            PIC 9(8).
957104 01  WS-CYCLE-YEARS          PIC 9.
957105 LINKAGE SECTION.
957105 01  LS-RATING               PIC X.
957106 01  LS-LAST-REVIEW-DATE     PIC 9(8).
957106 01  LS-REL-START-DATE       PIC 9(8).
957107 01  LS-NEXT-REVIEW-DATE     PIC 9(8).
957107 PROCEDURE DIVISION USING LS-RATING LS-LAST-REVIEW-DATE
957108         LS-REL-START-DATE LS-NEXT-REVIEW-DATE.
957108 MAIN-PARA.
957109*The review cycle runs from the last review; a customer never
957109*reviewed is counted from the start of the relationship.
957110     EVALUATE TRUE
957110         WHEN LS-LAST-REVIEW-DATE > 0
957111             MOVE LS-LAST-REVIEW-DATE TO WS-BASE-DATE
957111         WHEN LS-REL-START-DATE > 0
957112             MOVE LS-REL-START-DATE TO WS-BASE-DATE
957112         WHEN OTHER
957113             ACCEPT WS-BASE-DATE FROM DATE YYYYMMDD
957113     END-EVALUATE
957114     EVALUATE LS-RATING
957114         WHEN 'H'
957115             MOVE 1 TO WS-CYCLE-YEARS
957115         WHEN 'M'
957116             MOVE 2 TO WS-CYCLE-YEARS
957116         WHEN OTHER
957117             MOVE 3 TO WS-CYCLE-YEARS
957117     END-EVALUATE
957118     COMPUTE LS-NEXT-REVIEW-DATE =
957118         WS-BASE-DATE + (WS-CYCLE-YEARS * 10000)
957119     IF FUNCTION MOD(LS-NEXT-REVIEW-DATE, 10000) = 229
957119         SUBTRACT 1 FROM LS-NEXT-REVIEW-DATE
957120     END-IF
957120     GOBACK.
