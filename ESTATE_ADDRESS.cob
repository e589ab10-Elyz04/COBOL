958201 IDENTIFICATION DIVISION.
958201 PROGRAM-ID. ESTATE_ADDRESS.
958202 AUTHOR. ELYZ.
958202 ENVIRONMENT DIVISION.
958203 INPUT-OUTPUT SECTION.
958203 FILE-CONTROL.
958204     SELECT ESTATE-FILE ASSIGN TO "ESTATE.DAT"
958204         ORGANIZATION IS INDEXED
958205         ACCESS MODE IS DYNAMIC
958205         RECORD KEY IS EST-CUST-ID
958206         FILE STATUS IS WS-EST-FILE-STATUS.
958206 DATA DIVISION.
958207 FILE SECTION.
958207 FD  ESTATE-FILE.
958208     COPY ESTREC.
958208 WORKING-STORAGE SECTION.
958209 01  WS-EST-FILE-STATUS      PIC XX VALUE "00".
958209 LINKAGE SECTION.
958210 01  LS-CUST-ID              PIC 9(6).
958210 01  LS-ESTATE-FLAG          PIC X.
958211 01  LS-CONTACT-NAME         PIC X(30).
958211 01  LS-CONTACT-STREET       PIC X(30).
958212 01  LS-CONTACT-CITY         PIC X(20).
958212 01  LS-CONTACT-STATE        PIC X(2).
958213 01  LS-CONTACT-ZIP          PIC X(10).
958213 PROCEDURE DIVISION USING LS-CUST-ID LS-ESTATE-FLAG
958214         LS-CONTACT-NAME LS-CONTACT-STREET LS-CONTACT-CITY
958214         LS-CONTACT-STATE LS-CONTACT-ZIP.
958215 MAIN-PARA.
958215*Mail for a customer whose estate is still open goes to the estate
958216*contact.  The flag is left 'N' when there is no open estate or no
958216*contact address has been given yet.
958217     MOVE 'N' TO LS-ESTATE-FLAG
958217     OPEN INPUT ESTATE-FILE
958218     IF WS-EST-FILE-STATUS = "00"
958218         MOVE LS-CUST-ID TO EST-CUST-ID
958219         READ ESTATE-FILE
958219             INVALID KEY
958220                 CONTINUE
958220             NOT INVALID KEY
958221                 IF EST-STATUS = 'O'
958221                     AND EST-CONTACT-STREET NOT = SPACES
958222                     MOVE 'Y' TO LS-ESTATE-FLAG
958222                     MOVE EST-CONTACT-NAME TO LS-CONTACT-NAME
958223                     MOVE EST-CONTACT-STREET TO LS-CONTACT-STREET
958223                     MOVE EST-CONTACT-CITY TO LS-CONTACT-CITY
958224                     MOVE EST-CONTACT-STATE TO LS-CONTACT-STATE
958224                     MOVE EST-CONTACT-ZIP TO LS-CONTACT-ZIP
958225                 END-IF
958225         END-READ
958226         CLOSE ESTATE-FILE
958226     END-IF
958227     GOBACK.
