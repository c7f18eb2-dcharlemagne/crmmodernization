      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    --------------------
      *    2026-10-15  RJM  ONCE A PROJECT IS BASELINED (PROJ_BASELINE,
      *                     FROZEN THROUGH COBPCRMN) ITS BUDGET AND END
      *                     DATE MOVE ONLY BY AN APPROVED CHANGE
      *                     REQUEST - AN UPDATE THAT WOULD CHANGE
      *                     EITHER IS REFUSED WITH ADD-PRJ-FLAG 'B',
      *                     AND THE PROJ_STAFF RECOMPUTE NO LONGER
      *                     OVERWRITES A BASELINED PROJECT'S TOTAL.
      *                     LINKAGE ITEMS GIVEN THEIR PERIODS AND THE
      *                     DUPLICATE ADD-PRJ-FLAG WORKAREA DROPPED.
      *    2026-09-02  RJM  CARRY THE PROJECT'S SPENDING BUDGET
      *                     (PROJ_BUDGET) ON THE SCREEN - THE FIGURE
      *                     THE COBPJSNP MONTHLY COST SNAPSHOTS AND
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.                                         
                                                                        
       01 PROJ-NO		PIC X(6).
       01 PROJ-NAME		PIC X(24).
       01 DEPTNO		PIC X(3).
           49  PSQLERRMC-TEXT   PIC X(250).
       01  WS-PROJ-STAFF-TOTAL  PIC S9(5) COMP-3 VALUE ZERO.
       01  WS-CLOSED-COUNT      PIC S9(9) COMP   VALUE ZERO.
       01  WS-BASELINE-COUNT    PIC S9(9) COMP   VALUE ZERO.
       01  WS-CUR-BUDGET        PIC S9(9)V9(2) USAGE COMP-3.
       01  WS-CUR-ENDDATE       PIC X(8).
       01  WS-MDLOG-TABLE       PIC X(18) VALUE 'PROJECT'.
       01  WS-MDLOG-KEY         PIC X(20).
       01  WS-MDLOG-ACTION      PIC X(1).
      /                                                                 
       LINKAGE SECTION.                                                 

       01  CASTMPRJI         PIC X(6).
       01  CASTMDEPO         PIC X(4).
       01  CASTMNAMEO        PIC X(30).
       01  CASTMEMPO         PIC X(8).
       01  CASTMSDATEO       PIC X(8).
       01  CASTMEDATEO       PIC X(8).
       01  CASTMCTPRJO       PIC X(6).
       01  CASTMBUDGO        PIC S9(9)V9(2) USAGE COMP-3.
       01  ADD-PRJ-FLAG      PIC X(1).

           EJECT

                         MOVE SPACES     TO PROJ-NAME
                                            DEPTNO
                                            PROJ-EMP
                                            PROJ-STARTDATE
                                            PROJ-ENDDATE
                                            CTRLPROJ
                         MOVE ZERO       TO PROJ-STAFF
                                            PROJ-BUDGET

                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.
               GO TO 5000-EXIT
           END-IF.

      *-----------------------------------------------------------------
      * A BASELINED PROJECT'S BUDGET AND END DATE MOVE ONLY THROUGH AN
      * APPROVED CHANGE REQUEST (COBPCRMN) - REFUSE AN UPDATE THAT
      * WOULD CHANGE EITHER AND HAND 'B' BACK TO THE SCREEN.
      *-----------------------------------------------------------------
           EXEC SQL
             SELECT
                 COUNT(*)
             INTO
                :WS-BASELINE-COUNT
             FROM
                 PROJ_BASELINE
             WHERE
                  PROJ_NO = :WS-PRJNO
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

           IF  WS-BASELINE-COUNT GREATER THAN ZERO
               PERFORM 5200-CHECK-BASELINED THRU 5200-EXIT
               IF  ADD-PRJ-FLAG = "B"
                   GO TO 5000-EXIT
               END-IF
           END-IF.

                                                                        
           EXEC SQL                                                     
             SELECT                                                     
                          , PROJ_BUDGET    = :PROJ-BUDGET
                       WHERE
                          (                                             
                            ( PROJ_NO = :WS-PRJNO )               
                          )                                             
               END-EXEC                                                 
                                                                        

           END-IF.

           IF  WS-BASELINE-COUNT = ZERO
               PERFORM 5500-RECOMPUTE-PROJ-STAFF THRU 5500-EXIT
           END-IF.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 5200-CHECK-BASELINED - COMPARE THE SCREEN'S BUDGET AND END DATE
      * WITH WHAT THE BASELINED PROJECT HOLDS NOW; ANY DIFFERENCE NEEDS
      * A CHANGE REQUEST.
      *-----------------------------------------------------------------
       5200-CHECK-BASELINED.

           EXEC SQL
             SELECT
                 COALESCE(PROJ_BUDGET, 0)
               , PROJ_ENDDATE
             INTO
                :WS-CUR-BUDGET
               , :WS-CUR-ENDDATE
             FROM
                 PROJECT
             WHERE
                  PROJ_NO = :WS-PRJNO
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

           IF  CASTMBUDGO  NOT = WS-CUR-BUDGET
           OR  CASTMEDATEO NOT = WS-CUR-ENDDATE
               DISPLAY 'PROJECT IS BASELINED - RAISE A CHANGE REQUEST'
               MOVE "B" TO ADD-PRJ-FLAG
           END-IF.

       5200-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 5500-RECOMPUTE-PROJ-STAFF - PROJ_STAFF IS NEVER TYPED IN BY
      * THE SCREEN; IT IS ALWAYS THE SUM OF ACT_STAFF ACROSS THIS
