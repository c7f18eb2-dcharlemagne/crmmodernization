      *                    THIS PROGRAM CAN BE CALLED BY ANY OTHER
      *                    PROGRAM AND CAN ACCESS ACTIVITY CATALOG
      *                    DATA USING THE LINKAGE AREA SHARING OF DATA.
      *                    ACTCAPIO CARRIES THE ACTIVITY'S CAP_FLAG -
      *                    'Y' CAPITALIZABLE DEVELOPMENT WORK THAT
      *                    COBCAPLB VALUES INTO THE PROJECT'S ASSET
      *                    UNDER CONSTRUCTION, 'N' EXPENSED WORK. A NEW
      *                    ENTRY LEFT BLANK IS 'N'; AN UPDATE LEFT
      *                    BLANK KEEPS THE CURRENT FLAG; ANY OTHER
      *                    VALUE IS REFUSED WITH ADD-ACT-FLAG 'E'.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *-----------------------------------------------------------------
      *    MODIFICATION HISTORY
      *    --------------------
      *    2026-10-15  RJM  CAP_FLAG (CAPITALIZABLE DEVELOPMENT WORK)
      *                     READ, ADDED AND UPDATED THROUGH THE NEW
      *                     ACTCAPIO LINKAGE FIELD AND CARRIED IN THE
      *                     CHANGE-LOG AFTER VALUES.
      *    2026-08-22  RJM  EVERY ADD, UPDATE AND REMOVE IS NOW
      *                     STAMPED TO MASTER_CHANGE_LOG THROUGH THE
      *                     SHARED COBMDLOG UTILITY (TABLE, KEY,
       01  ACTKEYWORDO       PIC X(6).
       01  ACTDESCO          PIC X(20).
       01  ADD-ACT-FLAG      PIC X(1).
       01  ACTCAPIO          PIC X(1).

           EJECT

      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ACTNOI, ACTKEYWORDO, ACTDESCO,
                                ADD-ACT-FLAG, ACTCAPIO.

            EVALUATE ADD-ACT-FLAG
                WHEN "Y"
                  SELECT
                      ACT_KEYWORD
                    , ACT_DESC
                    , CAP_FLAG
                  INTO
                      :ACT-KEYWORD
                    , :ACT-DESC
                    , :ACT-CAP-FLAG
                  FROM ACTIVITY
                  WHERE ACT_NO  = :WS-ACTNO
                END-EXEC.
                    WHEN OTHER
                         MOVE SPACES     TO ACT-KEYWORD
                                            ACT-DESC
                                            ACT-CAP-FLAG

                         PERFORM 9000-DBERROR THRU 9000-EXIT
                END-EVALUATE.

		MOVE ACT-KEYWORD        TO ACTKEYWORDO.
		MOVE ACTVTNAME-TEXT     TO ACTDESCO.
                MOVE ACT-CAP-FLAG       TO ACTCAPIO.

       4000-EXIT.
                EXIT.

           DISPLAY 'WS-ACTNO = ' WS-ACTNO.

           IF  ACTCAPIO NOT = "Y"
           AND ACTCAPIO NOT = "N"
           AND ACTCAPIO NOT = SPACES
               DISPLAY 'CAP_FLAG MUST BE Y OR N'
               MOVE "E" TO ADD-ACT-FLAG
               GO TO 5000-EXIT
           END-IF.

           EXEC SQL
             SELECT
                 ACT_NO
           MOVE ACTKEYWORDO          TO ACT-KEYWORD.
           MOVE ACTDESCO             TO ACTVTNAME-TEXT.
           MOVE LENGTH OF ACTDESCO   TO ACTVTNAME-LEN.
           MOVE ACTCAPIO             TO ACT-CAP-FLAG.

           IF  ADD-ACT-FLAG = "Y"
           AND ACT-CAP-FLAG = SPACES
               MOVE "N"              TO ACT-CAP-FLAG
           END-IF.

           IF  ADD-ACT-FLAG = "Y"  THEN
               EXEC SQL
                            ACT_NO
                          , ACT_KEYWORD
                          , ACT_DESC
                          , CAP_FLAG
                          )
                           VALUES
                          (
                            :ACT-NO
                          , :ACT-KEYWORD
                          , :ACT-DESC
                          , :ACT-CAP-FLAG
                          )
               END-EXEC
               MOVE SQLCODE  TO PSQLCODE
                           ACTIVITY
                       SET  ACT_KEYWORD    = :ACT-KEYWORD
                          , ACT_DESC       = :ACT-DESC
                          , CAP_FLAG       =
                                CASE WHEN :ACT-CAP-FLAG = ' '
                                     THEN CAP_FLAG
                                     ELSE :ACT-CAP-FLAG
                                END
                       WHERE
                          (
                            ( ACTIVITY.ACT_NO   = :ACT-NO )
               STRING ACTKEYWORDO DELIMITED BY SIZE
                      ' '         DELIMITED BY SIZE
                      ACTDESCO    DELIMITED BY SIZE
                      ' CAP='     DELIMITED BY SIZE
                      ACT-CAP-FLAG DELIMITED BY SIZE
                 INTO WS-MDLOG-AFTER
           END-IF.

