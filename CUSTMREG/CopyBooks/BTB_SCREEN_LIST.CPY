      *================================================================*
      *    COPYBOOK...: BTB_SCREEN_LIST                                *
      *    DESCRIPTION.: HOST STRUCTURE AND TABLE DECLARATION FOR      *
      *                  TB_SCREEN_LIST, THE SCREENING-LIST STORE:     *
      *                  ONE ROW PER ENTRY OF THE POLITICALLY EXPOSED  *
      *                  PERSONS LIST AND OF EACH NATIONAL AND         *
      *                  INTERNATIONAL SANCTIONS LIST COMPLIANCE       *
      *                  SUBSCRIBES TO.  LIST_ID NAMES THE LIST AS     *
      *                  CARRIED ON ITS HEADER CARD; LIST_TYPE IS      *
      *                  P=PEP OR S=SANCTIONS.  DOC_TYPE/DOC_NUMBER    *
      *                  ARE THE ENTRY'S IDENTITY DOCUMENT IN THE      *
      *                  TB_CUSTOMER CPF/DOC_TYPE CONVENTION (DOC_TYPE *
      *                  'C' FOR A CPF, NEVER BLANK; DOC_NUMBER BLANK  *
      *                  WHEN THE LIST GIVES NONE).  MATCH_NAME IS     *
      *                  THE NAME UPPERCASED, WITH '.', ',', '-' AND   *
      *                  APOSTROPHES TURNED TO BLANKS AND RUNS OF      *
      *                  BLANKS SQUEEZED TO ONE - CSRG0072 BUILDS THE  *
      *                  CUSTOMER'S SIDE THE SAME WAY.  BIRTH IS       *
      *                  DD-MM-YYYY OR BLANK WHEN THE LIST DOES NOT    *
      *                  KNOW IT (SUCH AN ENTRY MATCHES ON DOCUMENT    *
      *                  ONLY).  LOAD_RUN_ID/LOADED_DT SAY WHICH       *
      *                  CSRG0071 RUN LAST ADDED OR CHANGED THE ROW;   *
      *                  A FULL REFRESH REMOVES EVERY ROW OF THE LIST  *
      *                  ITS RUN DID NOT TOUCH.  MAINTAINED ONLY BY    *
      *                  CSRG0071.                                     *
      *================================================================*
           EXEC SQL DECLARE TUTORIAL.TB_SCREEN_LIST TABLE
           ( LIST_ID           CHAR(08) NOT NULL,
             ENTRY_ID          CHAR(20) NOT NULL,
             LIST_TYPE         CHAR(01) NOT NULL,
             DOC_TYPE          CHAR(01) NOT NULL,
             DOC_NUMBER        CHAR(15) NOT NULL,
             NAME              CHAR(50) NOT NULL,
             MATCH_NAME        CHAR(50) NOT NULL,
             BIRTH             CHAR(10) NOT NULL,
             LIST_INFO         CHAR(40) NOT NULL,
             LOAD_RUN_ID       CHAR(14) NOT NULL,
             LOADED_DT         CHAR(10) NOT NULL
           ) END-EXEC.
       01  BTB-SCREEN-LIST.
           05 SCRL-LIST-ID     PIC X(08).
           05 SCRL-ENTRY-ID    PIC X(20).
           05 SCRL-LIST-TYPE   PIC X(01).
              88 SCRL-IS-PEP           VALUE 'P'.
              88 SCRL-IS-SANCTIONS     VALUE 'S'.
           05 SCRL-DOC-TYPE    PIC X(01).
           05 SCRL-DOC-NUMBER  PIC X(15).
           05 SCRL-NAME        PIC X(50).
           05 SCRL-MATCH-NAME  PIC X(50).
           05 SCRL-BIRTH       PIC X(10).
           05 SCRL-LIST-INFO   PIC X(40).
           05 SCRL-LOAD-RUN-ID PIC X(14).
           05 SCRL-LOADED-DT   PIC X(10).
