941801 IDENTIFICATION DIVISION.
941801 PROGRAM-ID. GLMAP_FILE_CONVERT.
941802 AUTHOR. ELYZ.
941802 ENVIRONMENT DIVISION.
941803 INPUT-OUTPUT SECTION.
941803 FILE-CONTROL.
941804     SELECT OLD-GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
941804         ORGANIZATION IS INDEXED
941805         ACCESS MODE IS SEQUENTIAL
941805         RECORD KEY IS OLD-GLM-KEY
941806         FILE STATUS IS WS-OLD-FILE-STATUS.
941806     SELECT NEW-GL-MAP-FILE ASSIGN TO "GLMAP.NEW"
941807         ORGANIZATION IS INDEXED
941807         ACCESS MODE IS DYNAMIC
941808         RECORD KEY IS GLM-KEY
941808         FILE STATUS IS WS-NEW-FILE-STATUS.
941809 DATA DIVISION.
941809 FILE SECTION.
941810 FD  OLD-GL-MAP-FILE.
941810 01  OLD-GL-MAP-RECORD.
941811     05  OLD-GLM-KEY.
941811         10  OLD-GLM-TRAN-TYPE   PIC X(2).
941812         10  OLD-GLM-ACCT-TYPE   PIC X(8).
941812     05  OLD-GLM-DEBIT-GL        PIC X(10).
941813     05  OLD-GLM-CREDIT-GL       PIC X(10).
941813 FD  NEW-GL-MAP-FILE.
941814     COPY GLMAPREC.
941814 WORKING-STORAGE SECTION.
941815 01  WS-OLD-FILE-STATUS      PIC XX VALUE "00".
941815 01  WS-NEW-FILE-STATUS      PIC XX VALUE "00".
941816 01  WS-EOF-FLAG             PIC X VALUE 'N'.
941816 01  WS-READ-COUNT           PIC 9(8) VALUE 0.
941817 01  WS-WRITTEN-COUNT        PIC 9(8) VALUE 0.
979141 01  WS-ADDED-COUNT          PIC 9(8) VALUE 0.
979141 01  WS-GLD-IX               PIC 99.
979142     COPY GLMAPDEF.
941817 PROCEDURE DIVISION.
941818 MAIN-PARA.
979142*Existing CR/DR mappings carry over as the per-account-type
979143*defaults.  The standard code-specific mappings are then added,
979143*along with the standard CR/DR mapping of any account type the old
979144*file did not have; a mapping the old file already held is kept.
941820     OPEN INPUT OLD-GL-MAP-FILE
941820     IF WS-OLD-FILE-STATUS NOT = "00"
941821         DISPLAY "GL mapping file is not available."
941821     ELSE
941822         OPEN OUTPUT NEW-GL-MAP-FILE
941822         IF WS-NEW-FILE-STATUS NOT = "00"
941823             DISPLAY "Unable to create GLMAP.NEW."
941823         ELSE
941824             PERFORM UNTIL WS-EOF-FLAG = 'Y'
941824                 READ OLD-GL-MAP-FILE NEXT RECORD
941825                     AT END
941825                         MOVE 'Y' TO WS-EOF-FLAG
941826                     NOT AT END
941826                         PERFORM CONVERT-RECORD
941827                 END-READ
941827             END-PERFORM
979144             PERFORM ADD-STANDARD-MAPPINGS
941828             CLOSE NEW-GL-MAP-FILE
941828         END-IF
941829         CLOSE OLD-GL-MAP-FILE
941829     END-IF
941830     DISPLAY "Records read   : " WS-READ-COUNT
941830     DISPLAY "Records written: " WS-WRITTEN-COUNT
979145     DISPLAY "Standard added : " WS-ADDED-COUNT
941831     IF WS-READ-COUNT = WS-WRITTEN-COUNT
941831         DISPLAY "Counts prove. Rename GLMAP.NEW to"
941832         DISPLAY "GLMAP.DAT to complete the conversion."
941832     ELSE
941833         DISPLAY "COUNTS DO NOT PROVE - do not rename."
941833     END-IF
941834     STOP RUN.
941834 CONVERT-RECORD.
941835     ADD 1 TO WS-READ-COUNT
941835     MOVE OLD-GLM-TRAN-TYPE TO GLM-TRAN-CODE
941836     MOVE OLD-GLM-ACCT-TYPE TO GLM-ACCT-TYPE
941836     MOVE OLD-GLM-DEBIT-GL TO GLM-DEBIT-GL
941837     MOVE OLD-GLM-CREDIT-GL TO GLM-CREDIT-GL
941837     WRITE GL-MAP-RECORD
941838         INVALID KEY
941838             DISPLAY "Duplicate mapping not written: "
941839                 OLD-GLM-KEY
941839         NOT INVALID KEY
941840             ADD 1 TO WS-WRITTEN-COUNT
941840     END-WRITE
941841     EXIT.
979145 ADD-STANDARD-MAPPINGS.
979146     PERFORM VARYING WS-GLD-IX FROM 1 BY 1
979146         UNTIL WS-GLD-IX > GLMAP-DEFAULT-COUNT
979147         MOVE GLMAP-DEFAULT-ENTRY(WS-GLD-IX) TO GL-MAP-RECORD
979147         WRITE GL-MAP-RECORD
979148             INVALID KEY
979148                 CONTINUE
979149             NOT INVALID KEY
979149                 ADD 1 TO WS-ADDED-COUNT
979150         END-WRITE
979150     END-PERFORM
979151     EXIT.
