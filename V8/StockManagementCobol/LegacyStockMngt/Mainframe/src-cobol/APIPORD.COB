      *             FOUND / FAILED, 2 REFERENCED MASTER ROW MISSING,
      *             3 PROJECT CHARGE CODE CLOSED ON PROJECT_CLOSE,
      *             4 PO VALUE OVER THE APPROVER LEVEL'S LIMIT,
      *             5 ACTOR NOT ENTITLED TO APPROVE FOR THE NAMED
      *             APPROVER, 99 UNKNOWN COMMAND. CMD-CODE 2'S
      *             DATA-IN MAY CARRY AN OPTIONAL PROJECT CHARGE CODE
      *             AFTER THE PO FIELDS - VALIDATED AGAINST PROJECT,
      *             REFUSED WHEN THE PROJECT IS CLOSED, STORED NULL
      *             WHEN BLANK, AND THE HEADER IS STAMPED CREATED_BY
      *             THE RAISING USER FOR THE SEGREGATION-OF-DUTIES
      *             SWEEP. CMD-CODE 5'S DATA-IN MAY CARRY AN
      *             OPTIONAL ON-BEHALF-OF APPROVER EMPNO AND ACTING
      *             EMPNO AFTER THE LEVEL - THE ACTION THEN STANDS
      *             ONLY IF COBDLGCK ACCEPTS THE ACTOR AS THE
      *             APPROVER'S DELEGATE (APPROVAL_DELEGATION, TYPE
      *             'P') OR, WHILE THE APPROVER IS ON LEAVE WITH NO
      *             DELEGATE, AS THEIR MANAGER, AND THE HEADER IS
      *             STAMPED ONBEHALF_OF THE APPROVER.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF MYTELCO HR APPLICATION-----------
       01 W-APPR-AREA.
          05 W-APPR-PONO        PIC X(6).
          05 W-APPR-LEVEL-ED    PIC 9(2).
          05 W-APPR-FOR         PIC X(6).
          05 W-APPR-ACTOR       PIC X(6).

       01 W-APPR-LEVEL          PIC S9(4) COMP.
       01 W-APPR-LIMIT          PIC S9(9)V9(2) COMP-3.
       01 W-PO-VALUE            PIC S9(9)V9(2) COMP-3.
       01 W-APPR-BY             PIC X(8).
       01 W-CREATED-BY          PIC X(8).
       01 W-ONBEHALF-OF         PIC X(6).
       01 W-ONBEHALF-IND        PIC S9(4) COMP.
       01 W-DLGCK-TYPE          PIC X(1)  VALUE 'P'.
       01 W-DLGCK-ITEM          PIC X(20).
       01 W-DLGCK-RESULT        PIC X(1).

           EXEC SQL
              INCLUDE SUPP
      *-----------------------------------------------------------------
      * CMD-02 - CREATE A PO HEADER. DATA-IN CARRIES THE PO NUMBER
      * FOLLOWED BY THE SUPPLIER NUMBER. THE SUPPLIER MUST EXIST ON
      * SUPPLY - HARDWARE MUST TRACE BACK TO A REAL SUPPLIER. THE
      * RAISING USER IS KEPT SO COBSODSW CAN SEE A PO SIGNED OFF BY
      * THE SAME PERSON WHO RAISED IT.
      *-----------------------------------------------------------------
       CMD-02.
           MOVE DATA-IN TO W-PO-AREA.
               END-IF
           END-IF.

           EXEC SQL
                  SET :W-CREATED-BY = USER
           END-EXEC.

           EXEC SQL
                  INSERT INTO PURCHASE_ORDER
                       (PONO, SUPNO, ORDER_DATE, POSTATUS, PROJ_NO,
                        CREATED_BY)
                  VALUES
                       (:W-PONO, :W-SUPNO, CURRENT DATE, 'O',
                        :W-PROJNO :W-PROJNO-IND, :W-CREATED-BY)
           END-EXEC.

           EVALUATE SQLCODE
      * PO_APPR_LIMIT SCHEME AND ITS CURRENT LIMIT MUST COVER THE
      * PO'S LINE VALUE - A BIGGER PO NEEDS A HIGHER LEVEL. THE
      * ACTION IS STAMPED ON THE HEADER WITH THE CURRENT SQLID AND
      * TIMESTAMP SO THE SIGN-OFF IS A ROW, NOT A MEMO. AN APPROVAL
      * KEYED FOR ANOTHER APPROVER (W-APPR-FOR) GOES THROUGH COBDLGCK
      * FIRST AND IS STAMPED ONBEHALF_OF THAT APPROVER.
      *-----------------------------------------------------------------
       CMD-05.
           MOVE DATA-IN         TO W-APPR-AREA.
               GOBACK
           END-IF.

           MOVE SPACES TO W-ONBEHALF-OF.
           MOVE -1     TO W-ONBEHALF-IND.

           IF W-APPR-FOR NOT = SPACES
               MOVE W-PONO TO W-DLGCK-ITEM
               CALL 'COBDLGCK' USING W-APPR-FOR, W-APPR-ACTOR,
                    W-DLGCK-TYPE, W-DLGCK-ITEM, W-DLGCK-RESULT
               IF W-DLGCK-RESULT = 'N'
                   MOVE 5 TO RESP-CODE
                   GOBACK
               END-IF
               MOVE W-APPR-FOR TO W-ONBEHALF-OF
               MOVE 0          TO W-ONBEHALF-IND
           END-IF.

           EXEC SQL
                  SET :W-APPR-BY = USER
           END-EXEC.
                  UPDATE PURCHASE_ORDER
                     SET APPR_LEVEL = :W-APPR-LEVEL,
                         APPR_BY    = :W-APPR-BY,
                         APPR_TS    = CURRENT TIMESTAMP,
                         ONBEHALF_OF =
                             :W-ONBEHALF-OF :W-ONBEHALF-IND
                   WHERE PONO = :W-PONO
           END-EXEC.

