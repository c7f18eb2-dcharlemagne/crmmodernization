      *-----------------------------------------------------------------
      *    COBHWWMN - SAMPLE COBOL PROGRAM TO DEMONSTRATE CICS CALLS
      *
      *    FUNCTIONALITY - MAINTAINS THE HW_WARRANTY COVER ON EACH
      *                    COMPONENT OF A HARDWARE SET. A ROW IS KEYED
      *                    BY HARDWARE_ID AND COMPONENT CLASS - 'M'
      *                    MOUSE, 'K' KEYBOARD, 'C' CPU, 'N' MONITOR -
      *                    AND CARRIES THE SUPPLIER PROVIDING THE
      *                    COVER AND THE WARRANTY START AND END DATES.
      *                    ADD-WR-FLAG = 'Y' READS A ROW BACK TO THE
      *                    CICS CALLING PROGRAM, ADD-WR-FLAG = 'D'
      *                    REMOVES IT, AND ANY OTHER VALUE ADDS OR
      *                    UPDATES IT. THE SET MUST BE ON HARDWARE
      *                    WITH A COMPONENT FITTED IN THAT CLASS (ITS
      *                    COMPONENT ID IS RECORDED WITH THE COVER AND
      *                    HANDED BACK IN WRCOMPO), THE SUPPLIER MUST
      *                    BE ON SUPPLY, AND THE END DATE MAY NOT FALL
      *                    BEFORE THE START; OTHERWISE THE FLAG COMES
      *                    BACK 'E' AND NOTHING IS STORED. EVERY ADD,
      *                    UPDATE AND REMOVAL IS STAMPED TO
      *                    MASTER_CHANGE_LOG THROUGH THE SHARED
      *                    COBMDLOG UTILITY.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBHWWMN.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCT  2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

      *-----------------------------------------------------------------
      * WORKING STORAGE SECTION
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

       01 PSQLCODE              PIC S9(9) COMP.
       01 PSQLSTATE             PIC X(5).
       01 PSQLERRMC.
           49  PSQLERRMC-LEN    PIC S9(4) COMP.
           49  PSQLERRMC-TEXT   PIC X(250).

      *-----------------------------------------------------------------
      * WORKAREAS
      *-----------------------------------------------------------------
       01  WS-HARDWARE-ID           PIC X(10).
       01  WS-COMP-CLASS            PIC X(1).
               88  WS-CLASS-VALID             VALUE 'M' 'K' 'C' 'N'.
       01  WS-COMPONENT-ID          PIC X(10).
       01  WS-SUPNO                 PIC X(6).
       01  WS-WARR-START            PIC X(10).
       01  WS-WARR-END              PIC X(10).
       01  WS-CURRENT-USER          PIC X(8).
       01  WS-DUMMY                 PIC X(10).

      *-----------------------------------------------------------------
      * VARIABLES FOR THE MASTER-DATA CHANGE LOG (COBMDLOG)
      *-----------------------------------------------------------------
       01  WS-MDLOG-TABLE           PIC X(18) VALUE 'HW_WARRANTY'.
       01  WS-MDLOG-KEY             PIC X(20).
       01  WS-MDLOG-ACTION          PIC X(1).
       01  WS-MDLOG-BEFORE          PIC X(100) VALUE SPACES.
       01  WS-MDLOG-AFTER           PIC X(100).

      *-----------------------------------------------------------------
      * VARIABLES FOR ERROR-HANDLING
      *-----------------------------------------------------------------
       01  WS-ERRLG-PGM         PIC X(8)  VALUE 'COBHWWMN'.
       01  WS-ERRLG-PARA        PIC X(30) VALUE '9000-DBERROR'.
       01  ERROR-MESSAGE.
               02  ERROR-LEN   PIC S9(4)  COMP VALUE +960.
               02  ERROR-TEXT  PIC X(80)  OCCURS 12 TIMES
                                          INDEXED BY ERROR-INDEX.
       77  ERROR-TEXT-LEN      PIC S9(9)  COMP VALUE +80.

      /
      *-----------------------------------------------------------------
      * SQLCA AND DCLGENS FOR TABLES
      *-----------------------------------------------------------------
           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
               INCLUDE HWWARR
           END-EXEC.

           EXEC SQL
               INCLUDE HARDWARE
           END-EXEC.

      /
       LINKAGE SECTION.

       01  WRHWIDI           PIC X(10).
       01  WRCLASSI          PIC X(1).
       01  WRCOMPO           PIC X(10).
       01  WRSUPNOO          PIC X(6).
       01  WRSTARTO          PIC X(10).
       01  WRENDO            PIC X(10).
       01  ADD-WR-FLAG       PIC X(1).

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING WRHWIDI, WRCLASSI, WRCOMPO,
                                WRSUPNOO, WRSTARTO, WRENDO,
                                ADD-WR-FLAG.

            EVALUATE ADD-WR-FLAG
                WHEN "Y"
                     PERFORM 4000-READ-WARRANTY THRU
                             4000-EXIT
                WHEN "D"
                     PERFORM 6000-REMOVE-WARRANTY THRU
                             6000-EXIT
                WHEN OTHER
                     PERFORM 5000-UPDATE-WARRANTY THRU
                             5000-EXIT
            END-EVALUATE.

            GOBACK.

      *-----------------------------------------------------------------
      * READ ONE WARRANTY ROW BY MAKING A CALL TO DB2 TABLE
      *-----------------------------------------------------------------
       4000-READ-WARRANTY.

                MOVE SPACES       TO ADD-WR-FLAG.
                MOVE WRHWIDI      TO WS-HARDWARE-ID.
                MOVE WRCLASSI     TO WS-COMP-CLASS.

                DISPLAY 'WS-HARDWARE-ID = ' WS-HARDWARE-ID
                        ' WS-COMP-CLASS = ' WS-COMP-CLASS.

                EXEC SQL
                  SELECT
                      COMPONENT_ID
                    , SUPNO
                    , CHAR(WARR_START, ISO)
                    , CHAR(WARR_END, ISO)
                  INTO
                      :WS-COMPONENT-ID
                    , :WS-SUPNO
                    , :WS-WARR-START
                    , :WS-WARR-END
                  FROM HW_WARRANTY
                  WHERE HARDWARE_ID = :WS-HARDWARE-ID
                    AND COMP_CLASS  = :WS-COMP-CLASS
                END-EXEC.

                DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

                MOVE SQLCODE  TO PSQLCODE.
                MOVE SQLSTATE TO PSQLSTATE.
                MOVE SQLERRMC TO PSQLERRMC.

                EVALUATE SQLCODE
                    WHEN 0
                         CONTINUE
                    WHEN OTHER
                         MOVE SPACES     TO WS-COMPONENT-ID
                                            WS-SUPNO
                                            WS-WARR-START
                                            WS-WARR-END
                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

                MOVE WS-COMPONENT-ID     TO WRCOMPO.
                MOVE WS-SUPNO            TO WRSUPNOO.
                MOVE WS-WARR-START       TO WRSTARTO.
                MOVE WS-WARR-END         TO WRENDO.

       4000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * ADD OR UPDATE ONE WARRANTY ROW BY MAKING A CALL TO DB2 TABLE.
      * THE COMPONENT ID IS ALWAYS TAKEN FRESH FROM HARDWARE, SO
      * KEYING THE COVER AGAIN AFTER A SWAP MOVES IT TO THE NEW PART.
      *-----------------------------------------------------------------
       5000-UPDATE-WARRANTY.

           MOVE WRHWIDI      TO WS-HARDWARE-ID.
           MOVE WRCLASSI     TO WS-COMP-CLASS.
           MOVE WRSUPNOO     TO WS-SUPNO.
           MOVE WRSTARTO     TO WS-WARR-START.
           MOVE WRENDO       TO WS-WARR-END.

           DISPLAY 'WS-HARDWARE-ID = ' WS-HARDWARE-ID
                   ' WS-COMP-CLASS = ' WS-COMP-CLASS.

           IF  NOT WS-CLASS-VALID
               DISPLAY 'COMPONENT CLASS MUST BE M, K, C OR N'
               MOVE "E"        TO ADD-WR-FLAG
               GO TO 5000-EXIT
           END-IF.

           IF  WS-SUPNO      = SPACES
            OR WS-WARR-START = SPACES
            OR WS-WARR-END   = SPACES
               DISPLAY 'WARRANTY NEEDS A SUPPLIER, START AND END'
               MOVE "E"        TO ADD-WR-FLAG
               GO TO 5000-EXIT
           END-IF.

           IF  WS-WARR-END LESS THAN WS-WARR-START
               DISPLAY 'WARRANTY END FALLS BEFORE ITS START'
               MOVE "E"        TO ADD-WR-FLAG
               GO TO 5000-EXIT
           END-IF.

           EXEC SQL
             SELECT
                 COALESCE(CASE :WS-COMP-CLASS
                               WHEN 'M' THEN MOUSE_ID
                               WHEN 'K' THEN KEYBOARD_ID
                               WHEN 'C' THEN CPU_ID
                               ELSE MONITOR_ID
                          END, ' ')
             INTO
                :WS-COMPONENT-ID
             FROM
                 HARDWARE
             WHERE
                  HARDWARE_ID = :WS-HARDWARE-ID
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    DISPLAY 'NO HARDWARE ROW FOR ' WS-HARDWARE-ID
                    MOVE "E"        TO ADD-WR-FLAG
                    GO TO 5000-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           IF  WS-COMPONENT-ID = SPACES
               DISPLAY 'NO COMPONENT FITTED IN CLASS ' WS-COMP-CLASS
               MOVE "E"        TO ADD-WR-FLAG
               GO TO 5000-EXIT
           END-IF.

           EXEC SQL
             SELECT
                 SUPNO
             INTO
                :WS-DUMMY
             FROM
                 SUPPLY
             WHERE
                  SUPNO = :WS-SUPNO
           END-EXEC.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    DISPLAY 'NO SUPPLY ROW FOR ' WS-SUPNO
                    MOVE "E"        TO ADD-WR-FLAG
                    GO TO 5000-EXIT
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           MOVE SPACES TO ADD-WR-FLAG.

           EXEC SQL
             SELECT
                 HARDWARE_ID
             INTO
                :WS-DUMMY
             FROM
                 HW_WARRANTY
             WHERE
                  HARDWARE_ID = :WS-HARDWARE-ID
              AND COMP_CLASS  = :WS-COMP-CLASS
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER SELECT = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    CONTINUE
               WHEN +100
                    MOVE "Y"        TO ADD-WR-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
                    GO TO 5000-EXIT
           END-EVALUATE.

           EXEC SQL
                SET :WS-CURRENT-USER = USER
           END-EXEC.

           IF  ADD-WR-FLAG = "Y"  THEN
               EXEC SQL
                       INSERT INTO
                          HW_WARRANTY
                          (
                            HARDWARE_ID
                          , COMP_CLASS
                          , COMPONENT_ID
                          , SUPNO
                          , WARR_START
                          , WARR_END
                          , UPDATED_BY
                          , UPDATED_TS
                          )
                           VALUES
                          (
                            :WS-HARDWARE-ID
                          , :WS-COMP-CLASS
                          , :WS-COMPONENT-ID
                          , :WS-SUPNO
                          , DATE(:WS-WARR-START)
                          , DATE(:WS-WARR-END)
                          , :WS-CURRENT-USER
                          , CURRENT TIMESTAMP
                          )
               END-EXEC
               MOVE SQLCODE  TO PSQLCODE
               MOVE SQLSTATE TO PSQLSTATE
               MOVE SQLERRMC TO PSQLERRMC

               EVALUATE SQLCODE
                   WHEN 0
                        MOVE SPACES TO ADD-WR-FLAG
                        MOVE "A"    TO WS-MDLOG-ACTION
                        PERFORM 7600-WRITE-CHANGE-LOG THRU
                                7600-EXIT
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE

           ELSE

               EXEC SQL
                       UPDATE
                           HW_WARRANTY
                       SET  COMPONENT_ID = :WS-COMPONENT-ID
                          , SUPNO        = :WS-SUPNO
                          , WARR_START   = DATE(:WS-WARR-START)
                          , WARR_END     = DATE(:WS-WARR-END)
                          , UPDATED_BY   = :WS-CURRENT-USER
                          , UPDATED_TS   = CURRENT TIMESTAMP
                       WHERE
                            HARDWARE_ID = :WS-HARDWARE-ID
                        AND COMP_CLASS  = :WS-COMP-CLASS
               END-EXEC
               MOVE SQLCODE  TO PSQLCODE
               MOVE SQLSTATE TO PSQLSTATE
               MOVE SQLERRMC TO PSQLERRMC

               EVALUATE SQLCODE
                   WHEN 0
                        MOVE "U" TO WS-MDLOG-ACTION
                        PERFORM 7600-WRITE-CHANGE-LOG THRU
                                7600-EXIT
                   WHEN OTHER
                        PERFORM 9000-DBERROR THRU 9000-EXIT
               END-EVALUATE

           END-IF.

           MOVE WS-COMPONENT-ID     TO WRCOMPO.

       5000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * REMOVE ONE WARRANTY ROW BY MAKING A CALL TO DB2 TABLE. CLOSED
      * REPAIR TICKETS KEEP THEIR OWN WARRANTY FLAG, SO NOTHING ELSE
      * DEPENDS ON THE ROW ONCE IT IS GONE.
      *-----------------------------------------------------------------
       6000-REMOVE-WARRANTY.

           MOVE WRHWIDI      TO WS-HARDWARE-ID.
           MOVE WRCLASSI     TO WS-COMP-CLASS.

           DISPLAY 'WS-HARDWARE-ID = ' WS-HARDWARE-ID
                   ' WS-COMP-CLASS = ' WS-COMP-CLASS.

           EXEC SQL
               DELETE
               FROM  HW_WARRANTY
               WHERE HARDWARE_ID = :WS-HARDWARE-ID
                 AND COMP_CLASS  = :WS-COMP-CLASS
           END-EXEC.

           DISPLAY '++ SQLCODE AFTER DELETE = ' SQLCODE.

           MOVE SQLCODE  TO PSQLCODE.
           MOVE SQLSTATE TO PSQLSTATE.
           MOVE SQLERRMC TO PSQLERRMC.

           EVALUATE SQLCODE
               WHEN 0
                    MOVE SPACES TO ADD-WR-FLAG
                                   WS-COMPONENT-ID
                                   WS-SUPNO
                                   WS-WARR-START
                                   WS-WARR-END
                    MOVE "D"    TO WS-MDLOG-ACTION
                    PERFORM 7600-WRITE-CHANGE-LOG THRU
                            7600-EXIT
               WHEN +100
                    DISPLAY 'NO SUCH WARRANTY'
                    MOVE "E"    TO ADD-WR-FLAG
               WHEN OTHER
                    PERFORM 9000-DBERROR THRU 9000-EXIT
           END-EVALUATE.

       6000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 7600-WRITE-CHANGE-LOG - STAMP THE CHANGE TO THE SHARED
      * MASTER-DATA CHANGE LOG. THE KEY CARRIES THE SET AND CLASS; THE
      * AFTER IMAGE THE COMPONENT, SUPPLIER AND COVER PERIOD.
      *-----------------------------------------------------------------
       7600-WRITE-CHANGE-LOG.

           MOVE SPACES        TO WS-MDLOG-KEY
                                 WS-MDLOG-AFTER.
           STRING WS-HARDWARE-ID   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-COMP-CLASS    DELIMITED BY SIZE
             INTO WS-MDLOG-KEY.
           STRING WS-COMPONENT-ID  DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-SUPNO         DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-WARR-START    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WS-WARR-END      DELIMITED BY SIZE
             INTO WS-MDLOG-AFTER.

           CALL 'COBMDLOG' USING WS-MDLOG-TABLE, WS-MDLOG-KEY,
                WS-MDLOG-ACTION, WS-MDLOG-BEFORE, WS-MDLOG-AFTER.

       7600-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 9000-DBERROR - GET ERROR MESSAGE
      *-----------------------------------------------------------------
       9000-DBERROR.
                CALL 'DSNTIAR' USING SQLCA ERROR-MESSAGE ERROR-TEXT-LEN.
                CALL 'COBERRLG' USING WS-ERRLG-PGM, WS-ERRLG-PARA,
                     SQLCODE, SQLSTATE.
                EVALUATE SQLCODE
                    WHEN -811
                         DISPLAY 'MORE THAN ONE ROW WAS RETURNED '
                                 'WHERE ONLY ONE ROW WAS EXPECTED.'
                    WHEN -305
                         DISPLAY 'A NULL VALUE WAS FETCHED INTO A '
                                 'HOST VARIABLE THAT CANNOT HOLD '
                                 'NULLS.'
                    WHEN OTHER
                         CONTINUE
                END-EVALUATE.
                IF RETURN-CODE = ZERO
                   PERFORM 9999-ERROR-DISPLAY THRU
                           9999-EXIT
                   VARYING ERROR-INDEX
                   FROM    1 BY 1
                   UNTIL   ERROR-INDEX GREATER THAN 12.
       9000-EXIT.
                EXIT.
      *-----------------------------------------------------------------
      * 9999-ERROR-DISPLAY
      *-----------------------------------------------------------------
       9999-ERROR-DISPLAY.
                DISPLAY ERROR-TEXT (ERROR-INDEX).
       9999-EXIT.
                EXIT.
