      ******************************************************************
      * BOARDLGR - bus boarding log record on BOARDLOG.DAT, one record
      * per student the bus attendant sees board, keyed at the BUSBOARD
      * desk against the route's STUROUTE.DAT riders. Direction M is
      * the morning run to school, E the evening run home. Read by the
      * BOARDRCN run, which reconciles the day's boardings against
      * the class attendance on ATTDAILY.DAT for child-safety alerts.
      ******************************************************************
       01 BOARDING-LOG-RECORD.
             02 BL-BOARD-DATE    PIC 9(08).
             02 BL-ROUTE-NO      PIC 9(03).
             02 BL-STOP-NAME     PIC X(20).
             02 BL-STU-NO        PIC 9(05).
             02 BL-DIRECTION     PIC X(01).
                 88 BL-MORNING-RUN   VALUE 'M'.
                 88 BL-EVENING-RUN   VALUE 'E'.
                 88 BL-DIRECTION-VALID VALUE 'M' 'E'.
             02 BL-BOARD-TIME    PIC 9(04).
             02 BL-OPERATOR-ID   PIC X(08).
