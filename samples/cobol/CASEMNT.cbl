      * move a case through new / under review / cleared / reported   *
      * with reviewer and disposition notes, and AGING lists open     *
      * cases oldest first to close the loop.                         *
      * Blocked-party list hits from the SCRNRESC customer rescreen   *
      * are opened directly on MONCASE under breach type 'S' and are  *
      * maintained and aged here alongside the TRANMON hits.          *
      *****************************************************************

       ENVIRONMENT DIVISION.
       MAINTAIN-CASE.
           DISPLAY 'Enter Customer ID: '
           ACCEPT WS-MAINT-CUST-ID
           DISPLAY 'Enter Breach Type (L large / V velocity /'
              ' S blocked-party list): '
           ACCEPT WS-MAINT-BREACH
           MOVE WS-MAINT-CUST-ID TO MC-CUST-ID
           MOVE WS-MAINT-BREACH TO MC-BREACH-TYPE
