      ****************************************************************
      * SUBSTEP CALL AREA                                            *
      * PASSED ON EVERY CALL 'SUBSTEP' - ONCE AT THE TOP OF A RUN    *
      * WITH SC-FUNCTION 'S' TO CHECK THE STEP'S PREREQUISITES AND   *
      * LOG THE START, ONCE AT THE BOTTOM WITH 'E' TO LOG THE END.   *
      * ON A START SUBSTEP SETS SC-STEP-STATUS - 'N' MEANS A         *
      * PREREQUISITE HASN'T COMPLETED CLEANLY FOR SC-RUN-DATE (OR    *
      * THE STEP ALREADY HAS) AND THE CALLER MUST STOP.  SC-FORCE    *
      * 'Y' IS THE OPERATOR OVERRIDE.  A BLANK SC-RUN-DATE LOGS      *
      * UNDER TODAY'S DATE.  ON AN END, SC-RETURN-CODE IS HANDED     *
      * BACK AS SUBSTEP'S OWN RETURN CODE SO THE CALLER'S STEP       *
      * CONDITION CODE SURVIVES THE CALL                             *
      ****************************************************************
       01  CPY-STEP-CALL.
           05  SC-FUNCTION        PIC X(1).
               88  SC-STEP-START      VALUE 'S'.
               88  SC-STEP-END        VALUE 'E'.
           05  SC-STEP-NAME       PIC X(8).
           05  SC-RUN-DATE        PIC X(8).
           05  SC-FORCE-SW        PIC X(1).
               88  SC-FORCE           VALUE 'Y'.
           05  SC-IN-COUNT        PIC 9(9).
           05  SC-OUT-COUNT       PIC 9(9).
           05  SC-RETURN-CODE     PIC 9(4).
           05  SC-STEP-STATUS     PIC X(1).
               88  SC-STEP-CLEARED    VALUE 'Y'.
               88  SC-STEP-BLOCKED    VALUE 'N'.
