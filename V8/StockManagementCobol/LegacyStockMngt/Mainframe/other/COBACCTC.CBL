      *-----------------------------------------------------------------
      *    COBACCTC - SHARED BANK ACCOUNT NUMBER CIPHER UTILITY
      *
      *    FUNCTIONALITY - THE ONE PLACE EMP_BANK_ACCT ACCOUNT NUMBERS
      *                    ARE ENCIPHERED AND DECIPHERED, THROUGH THE
      *                    ICSF SYMMETRIC KEY CALLS UNDER THE AES KEY
      *                    LABELLED BELOW IN THE CKDS. BANKACCT_ENC AND
      *                    PREVACCT_ENC HOLD THE CIPHERTEXT; BANKACCT
      *                    AND PREVACCT HOLD ONLY THE MASKED FORM
      *                    (EIGHT ASTERISKS AND THE LAST FOUR DIGITS)
      *                    EVERY SCREEN AND REPORT SHOWS.
      *                    ACCTC-FUNCTION:
      *                      'E' ENCIPHER ACCTC-CLEAR INTO ACCTC-CIPHER
      *                          AND RETURN ACCTC-MASKED (COBBNKMN,
      *                          COBBKENC);
      *                      'D' DECIPHER ACCTC-CIPHER INTO ACCTC-CLEAR
      *                          AND RETURN ACCTC-MASKED - CALLED ONLY
      *                          BY COBBNKEX, WHICH MUST SEND THE REAL
      *                          NUMBER TO THE BANK, AND BY COBBKENC TO
      *                          PROVE EACH ROW BEFORE ITS CLEAR NUMBER
      *                          IS OVERWRITTEN;
      *                      'M' MASK ACCTC-CLEAR ONLY - NO ICSF CALL.
      *                    THE ICV IS FIXED, SO ONE ACCOUNT NUMBER
      *                    ALWAYS ENCIPHERS TO THE SAME CIPHERTEXT -
      *                    COBBNKMN'S CHANGE TEST, COBPYDUP'S SHARED
      *                    ACCOUNT CHECK AND COBGHSWP'S SHARED ACCOUNT
      *                    SWEEP COMPARE BANKACCT_ENC AND NEVER NEED
      *                    THE CLEAR NUMBER. ACCTC-RETURN-CODE IS THE
      *                    ICSF RETURN CODE; ANY NON-ZERO VALUE MEANS
      *                    ACCTC-CIPHER/ACCTC-CLEAR MUST NOT BE USED,
      *                    AND THE REASON CODE IS DISPLAYED.
      *-----------------------------------------------------------------
      *
      *--------------------PART OF HR_DB APPLICATION----------------
      *
      *-----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   COBACCTC.
       AUTHOR.       CAST SOFTWARE.
       DATE-WRITTEN. OCT  2026.

       EJECT
       ENVIRONMENT DIVISION.
       DATA DIVISION.

      *-----------------------------------------------------------------
      * WORKING STORAGE SECTION
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.

      *-----------------------------------------------------------------
      * ICSF CSNBSYE / CSNBSYD (SYMMETRIC KEY ENCIPHER / DECIPHER)
      * PARAMETER LIST - AES, PKCS PADDING, KEY BY CKDS LABEL.
      *-----------------------------------------------------------------
       01  WS-RETURN-CODE          PIC S9(9)   COMP.
       01  WS-REASON-CODE          PIC S9(9)   COMP.
       01  WS-EXIT-DATA-LENGTH     PIC S9(9)   COMP  VALUE ZERO.
       01  WS-EXIT-DATA            PIC X(1).
       01  WS-RULE-ARRAY-COUNT     PIC S9(9)   COMP  VALUE 4.
       01  WS-RULE-ARRAY.
           05  FILLER              PIC X(8)          VALUE 'AES'.
           05  FILLER              PIC X(8)          VALUE 'PKCS-PAD'.
           05  FILLER              PIC X(8)          VALUE 'KEYIDENT'.
           05  FILLER              PIC X(8)          VALUE 'ONLY'.
       01  WS-KEY-IDENT-LENGTH     PIC S9(9)   COMP  VALUE 64.
       01  WS-KEY-IDENTIFIER       PIC X(64)
                VALUE 'HRDB.EMPBANK.ACCOUNT.AES256'.
       01  WS-KEY-PARMS-LENGTH     PIC S9(9)   COMP  VALUE ZERO.
       01  WS-KEY-PARMS            PIC X(1).
       01  WS-BLOCK-SIZE           PIC S9(9)   COMP  VALUE 16.
       01  WS-ICV-LENGTH           PIC S9(9)   COMP  VALUE 16.
       01  WS-ICV                  PIC X(16)         VALUE LOW-VALUES.
       01  WS-CHAIN-DATA-LENGTH    PIC S9(9)   COMP  VALUE 32.
       01  WS-CHAIN-DATA           PIC X(32)         VALUE LOW-VALUES.
       01  WS-CLEAR-LENGTH         PIC S9(9)   COMP.
       01  WS-CLEAR-TEXT           PIC X(20).
       01  WS-CIPHER-LENGTH        PIC S9(9)   COMP.
       01  WS-CIPHER-TEXT          PIC X(32).
       01  WS-OPT-DATA-LENGTH      PIC S9(9)   COMP  VALUE ZERO.
       01  WS-OPT-DATA             PIC X(1).

      *-----------------------------------------------------------------
      * WORKAREAS FOR THE MASKED FORM
      *-----------------------------------------------------------------
       01  WS-ACCT-LENGTH          PIC S9(4)   COMP.
       01  WS-TAIL-START           PIC S9(4)   COMP.
       01  WS-TAIL-LENGTH          PIC S9(4)   COMP.

       LINKAGE SECTION.

       01  ACCTC-FUNCTION          PIC X(1).
           88  ACCTC-ENCIPHER               VALUE 'E'.
           88  ACCTC-DECIPHER               VALUE 'D'.
           88  ACCTC-MASK-ONLY              VALUE 'M'.
       01  ACCTC-CLEAR             PIC X(20).
       01  ACCTC-CIPHER            PIC X(32).
       01  ACCTC-MASKED            PIC X(20).
       01  ACCTC-RETURN-CODE       PIC S9(9)   COMP.

           EJECT

      *-----------------------------------------------------------------
      * PROCEDURE DIVISION
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ACCTC-FUNCTION, ACCTC-CLEAR,
                                ACCTC-CIPHER, ACCTC-MASKED,
                                ACCTC-RETURN-CODE.

       MAINLINE.

                MOVE ZERO TO ACCTC-RETURN-CODE.

                EVALUATE TRUE
                    WHEN ACCTC-ENCIPHER
                         PERFORM 1000-ENCIPHER THRU 1000-EXIT
                    WHEN ACCTC-DECIPHER
                         PERFORM 2000-DECIPHER THRU 2000-EXIT
                    WHEN ACCTC-MASK-ONLY
                         CONTINUE
                    WHEN OTHER
                         DISPLAY 'COBACCTC - INVALID FUNCTION '
                                 ACCTC-FUNCTION
                         MOVE 12 TO ACCTC-RETURN-CODE
                END-EVALUATE.

                IF ACCTC-RETURN-CODE = ZERO
                   PERFORM 3000-MASK THRU 3000-EXIT
                END-IF.

                GOBACK.

      *-----------------------------------------------------------------
      * 1000-ENCIPHER - 20 BYTES OF CLEAR TEXT PAD TO TWO AES BLOCKS.
      *-----------------------------------------------------------------
       1000-ENCIPHER.

                MOVE ACCTC-CLEAR    TO WS-CLEAR-TEXT.
                MOVE 20             TO WS-CLEAR-LENGTH.
                MOVE 32             TO WS-CIPHER-LENGTH.
                MOVE LOW-VALUES     TO WS-CIPHER-TEXT
                                       WS-CHAIN-DATA.

                CALL 'CSNBSYE' USING
                     WS-RETURN-CODE,
                     WS-REASON-CODE,
                     WS-EXIT-DATA-LENGTH,
                     WS-EXIT-DATA,
                     WS-RULE-ARRAY-COUNT,
                     WS-RULE-ARRAY,
                     WS-KEY-IDENT-LENGTH,
                     WS-KEY-IDENTIFIER,
                     WS-KEY-PARMS-LENGTH,
                     WS-KEY-PARMS,
                     WS-BLOCK-SIZE,
                     WS-ICV-LENGTH,
                     WS-ICV,
                     WS-CHAIN-DATA-LENGTH,
                     WS-CHAIN-DATA,
                     WS-CLEAR-LENGTH,
                     WS-CLEAR-TEXT,
                     WS-CIPHER-LENGTH,
                     WS-CIPHER-TEXT,
                     WS-OPT-DATA-LENGTH,
                     WS-OPT-DATA.

                IF WS-RETURN-CODE NOT = ZERO
                   DISPLAY 'COBACCTC - CSNBSYE RC ' WS-RETURN-CODE
                           ' REASON ' WS-REASON-CODE
                   MOVE WS-RETURN-CODE TO ACCTC-RETURN-CODE
                   GO TO 1000-EXIT
                END-IF.

                MOVE WS-CIPHER-TEXT TO ACCTC-CIPHER.

       1000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 2000-DECIPHER
      *-----------------------------------------------------------------
       2000-DECIPHER.

                MOVE ACCTC-CIPHER   TO WS-CIPHER-TEXT.
                MOVE 32             TO WS-CIPHER-LENGTH.
                MOVE 20             TO WS-CLEAR-LENGTH.
                MOVE SPACES         TO WS-CLEAR-TEXT.
                MOVE LOW-VALUES     TO WS-CHAIN-DATA.

                CALL 'CSNBSYD' USING
                     WS-RETURN-CODE,
                     WS-REASON-CODE,
                     WS-EXIT-DATA-LENGTH,
                     WS-EXIT-DATA,
                     WS-RULE-ARRAY-COUNT,
                     WS-RULE-ARRAY,
                     WS-KEY-IDENT-LENGTH,
                     WS-KEY-IDENTIFIER,
                     WS-KEY-PARMS-LENGTH,
                     WS-KEY-PARMS,
                     WS-BLOCK-SIZE,
                     WS-ICV-LENGTH,
                     WS-ICV,
                     WS-CHAIN-DATA-LENGTH,
                     WS-CHAIN-DATA,
                     WS-CIPHER-LENGTH,
                     WS-CIPHER-TEXT,
                     WS-CLEAR-LENGTH,
                     WS-CLEAR-TEXT,
                     WS-OPT-DATA-LENGTH,
                     WS-OPT-DATA.

                IF WS-RETURN-CODE NOT = ZERO
                   DISPLAY 'COBACCTC - CSNBSYD RC ' WS-RETURN-CODE
                           ' REASON ' WS-REASON-CODE
                   MOVE WS-RETURN-CODE TO ACCTC-RETURN-CODE
                   MOVE SPACES         TO ACCTC-CLEAR
                   GO TO 2000-EXIT
                END-IF.

                MOVE WS-CLEAR-TEXT  TO ACCTC-CLEAR.

       2000-EXIT.
                EXIT.

      *-----------------------------------------------------------------
      * 3000-MASK - EIGHT ASTERISKS AND THE LAST FOUR CHARACTERS, SO
      * THE MASK DOES NOT GIVE AWAY THE ACCOUNT'S LENGTH. ACCOUNT
      * NUMBERS CARRY NO EMBEDDED BLANKS (COBBNKMN'S CHANGE LOG
      * DEPENDS ON THE SAME). A BLANK ACCOUNT STAYS BLANK.
      *-----------------------------------------------------------------
       3000-MASK.

                MOVE SPACES TO ACCTC-MASKED.

                IF ACCTC-CLEAR = SPACES
                   GO TO 3000-EXIT
                END-IF.

                MOVE ZERO TO WS-ACCT-LENGTH.
                INSPECT ACCTC-CLEAR TALLYING WS-ACCT-LENGTH
                        FOR CHARACTERS BEFORE INITIAL SPACE.

                IF WS-ACCT-LENGTH GREATER THAN 4
                   COMPUTE WS-TAIL-START = WS-ACCT-LENGTH - 3
                   MOVE 4 TO WS-TAIL-LENGTH
                ELSE
                   MOVE 1 TO WS-TAIL-START
                   MOVE WS-ACCT-LENGTH TO WS-TAIL-LENGTH
                END-IF.

                STRING '********'  DELIMITED BY SIZE
                       ACCTC-CLEAR (WS-TAIL-START:WS-TAIL-LENGTH)
                                   DELIMITED BY SIZE
                  INTO ACCTC-MASKED.

       3000-EXIT.
                EXIT.
