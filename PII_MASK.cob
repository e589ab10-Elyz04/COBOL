966401 IDENTIFICATION DIVISION.
966401 PROGRAM-ID. PII_MASK.
966402 AUTHOR. ELYZ.
966402 DATA DIVISION.
966403 WORKING-STORAGE SECTION.
966403 01  WS-AT-COUNT             PIC 9(2).
966404 LINKAGE SECTION.
966404*SSN, DOB or EMAIL.
966405 01  LS-PII-TYPE             PIC X(5).
966405*The full value, left-justified; a 9(9) SSN or 9(8) date is moved
966406*in as it stands.
966406 01  LS-PII-VALUE            PIC X(40).
966407*SSN    *****1234        last four digits only
966407*DOB    1980-**-**       year only
966408*EMAIL  j***@bank.com    first character and the domain
966408 01  LS-PII-MASKED           PIC X(40).
966409 PROCEDURE DIVISION USING LS-PII-TYPE LS-PII-VALUE LS-PII-MASKED.
966409 MAIN-PARA.
966410     MOVE SPACES TO LS-PII-MASKED
966410     EVALUATE LS-PII-TYPE
966411         WHEN "SSN"
966411             STRING "*****" DELIMITED BY SIZE
966412                 LS-PII-VALUE(6:4) DELIMITED BY SIZE
966412                 INTO LS-PII-MASKED
966413         WHEN "DOB"
966413             PERFORM MASK-DATE-OF-BIRTH
966414         WHEN "EMAIL"
966414             PERFORM MASK-EMAIL
966415         WHEN OTHER
966415             MOVE ALL "*" TO LS-PII-MASKED
966416     END-EVALUATE
966416     GOBACK.
966417 MASK-DATE-OF-BIRTH.
966417     IF LS-PII-VALUE(1:8) = "00000000"
966418         OR LS-PII-VALUE(1:8) = SPACES
966418         MOVE "NONE" TO LS-PII-MASKED
966419     ELSE
966419         STRING LS-PII-VALUE(1:4) DELIMITED BY SIZE
966420             "-**-**" DELIMITED BY SIZE
966420             INTO LS-PII-MASKED
966421     END-IF
966421     EXIT.
966422 MASK-EMAIL.
966422     IF LS-PII-VALUE NOT = SPACES
966423         MOVE 0 TO WS-AT-COUNT
966423         INSPECT LS-PII-VALUE TALLYING WS-AT-COUNT
966424             FOR CHARACTERS BEFORE INITIAL "@"
966424         IF WS-AT-COUNT = 40 OR WS-AT-COUNT = 0
966425             STRING LS-PII-VALUE(1:1) DELIMITED BY SIZE
966425                 "***" DELIMITED BY SIZE
966426                 INTO LS-PII-MASKED
966426         ELSE
966427             STRING LS-PII-VALUE(1:1) DELIMITED BY SIZE
966427                 "***" DELIMITED BY SIZE
966428                 LS-PII-VALUE(WS-AT-COUNT + 1:40 - WS-AT-COUNT)
966428                     DELIMITED BY SIZE
966429                 INTO LS-PII-MASKED
966429         END-IF
966430     END-IF
966430     EXIT.
