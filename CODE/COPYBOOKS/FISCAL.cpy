      ****************************************************************
      * FISCAL CALENDAR RECORD LAYOUT                                *
      * FILE: FISCAL - VSAM KSDS KEYED BY FC-KEY (FISCAL YEAR +      *
      *       PERIOD NUMBER)                                         *
      * ONE RECORD PER FISCAL PERIOD - THE FIRST AND LAST CALENDAR   *
      * DAY (CCYYMMDD) THE PERIOD COVERS.  THE BOOKS CLOSE ON A      *
      * 4-4-5 CALENDAR, SO A PERIOD IS NOT A CALENDAR MONTH: EVERY   *
      * PERIOD-DRIVEN RUN (MONTHEND, COMMRUN, TAXRPT, GLPROOF,       *
      * TRENDRPT) TAKES A FISCAL PERIOD CCYYPP ON ITS SYSIN CARD     *
      * AND SELECTS DETAIL WHOSE RUN DATE FALLS FROM FC-START-DATE   *
      * THROUGH FC-END-DATE.  PERIOD 01 STARTS THE FISCAL YEAR, SO   *
      * ITS START DATE IS WHERE YEAR-TO-DATE BEGINS                  *
      * FC-WEEKS IS THE 4 OR 5 OF THE 4-4-5 PATTERN, KEPT FOR        *
      * WHOEVER READS THE CALENDAR - THE DATES ARE WHAT THE RUNS     *
      * USE.  ONLY FISCMNT ADDS, CHANGES OR DELETES PERIODS          *
      * RECORD LENGTH: 50 BYTES                                      *
      ****************************************************************
       01  CPY-FISCAL-REC.
           05  FC-KEY.
               10  FC-FISCAL-YEAR PIC 9(4).
               10  FC-PERIOD-NO   PIC 9(2).
           05  FC-START-DATE      PIC X(8).
           05  FC-END-DATE        PIC X(8).
           05  FC-WEEKS           PIC 9(1).
           05  FC-LAST-MAINT-DATE PIC X(8).
           05  FC-LAST-MAINT-USER PIC X(8).
           05  FILLER             PIC X(11).
