      *****************************************************************
      * REPORTING LINES FILE (empmgr.dat), MAINTAINED THROUGH THE     *
      * COBVS19 MENU: ONE LINE PER EMPLOYEE WHO HAS A MANAGER, GIVING *
      * THE MANAGER'S EMP-ID. AN EMPLOYEE WITH NO LINE IS AT THE TOP  *
      * OF THEIR DEPARTMENT. COBVS19 ONLY ACCEPTS AN ACTIVE MANAGER   *
      * AND NEVER A CHAIN THAT LEADS BACK TO THE EMPLOYEE; ORGCHART   *
      * PRINTS THE TREES AND LISTS MANAGERS WHO HAVE SINCE LEFT.      *
      *****************************************************************
       01 MANAGER-RECORD.
          05 MGR-EMP-ID           PIC 9(04).
          05 FILLER               PIC X(01).
          05 MGR-MANAGER-ID       PIC 9(04).
