      *                READS (EMPNO, NAME, WORKDEPT, PHONENO,
      *                HIREDATE, OTHER DETAILS), IN EMPNO ORDER READY
      *                FOR THE IDCAMS REPRO THAT REBUILDS THE
      *                CLUSTER. THE LAST NAME IS ALSO CARRIED ON ITS
      *                OWN AT COLUMN 58 (THE FRONT OF WHAT USED TO BE
      *                ALL OTHER DETAILS) AS THE KEY OF THE LASTNAME
      *                ALTERNATE INDEX; WORKDEPT AT COLUMN 41 KEYS
      *                THE DEPARTMENT ONE. THE RECORD COUNT IS ALSO
      *                WRITTEN TO THE UNLDCNT CONTROL FILE SO COBVSCMP
      *                CAN RECONCILE THE REBUILT VSAM FILE AND BOTH
      *                ALTERNATE INDEXES AGAINST WHAT WAS UNLOADED
      *                BEFORE ANY COBFUNC3-DEPENDENT STEP RUNS - THE
      *                FILE STOPS BEING A STALE COPY FROM WHENEVER
      *                SOMEONE LAST REBUILT IT.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-------------
           05 UNL-WORKDEPT              PIC X(3).
           05 UNL-PHONENO               PIC X(4).
           05 UNL-HIREDATE              PIC X(10).
           05 UNL-LASTNAME              PIC X(15).
           05 UNL-OTHDETAILS            PIC X(48).

       FD  UNLDCNT
           LABEL RECORDS ARE STANDARD
                MOVE WS-WORKDEPT TO UNL-WORKDEPT.
                MOVE WS-PHONENO  TO UNL-PHONENO.
                MOVE WS-HIREDATE TO UNL-HIREDATE.
                MOVE WS-LASTNAME TO UNL-LASTNAME.

                WRITE EMPUNLD-REC.

