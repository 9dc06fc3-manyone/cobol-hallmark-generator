        >>SOURCE FIXED
        IDENTIFICATION DIVISION.
        PROGRAM-ID.    PLCPER.
        AUTHOR.        SIMOTIME TECHNOLOGIES.
        *>
        *>  Sponsor placement period arithmetic, CALLed by HALLMARK to
        *>  pace tonight's picks and by PLACERPT to bill, so the two
        *>  can never disagree about which period a day falls in or
        *>  what it owes.  Given a placement.dat contract (start and
        *>  end date, period code, count committed per period) and a
        *>  day, it returns the period holding that day:
        *>      W  seven-day periods counted from the start date
        *>      M  calendar months
        *>  A period cut short by the contract start or end owes the
        *>  committed count in proportion to the days it keeps,
        *>  rounded.  PPR-DUE is where the period's count should
        *>  stand at the end of PPR-DATE if the commitment is spread
        *>  evenly over the period's days, rounded up; PPR-NEXT is
        *>  the first day of the following period.  An end date of
        *>  zero is an open-ended contract.
        *>  PPR-RESULT comes back 'Y' when PPR-DATE is inside the
        *>  contract, 'N' when it is not, 'E' when the contract dates
        *>  or period code are not usable.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
       01  PP-CHECK-DATE PIC 9(8).
       01  FILLER REDEFINES PP-CHECK-DATE.
          03  PP-CHECK-YEAR PIC 9(4).
          03  PP-CHECK-MM   PIC 99.
          03  PP-CHECK-DD   PIC 99.
       01  PP-CHECK-SW PIC X.
           88  PP-DATE-OK VALUE 'Y'.
       01  PP-DAYS.
           03  PP-START-DAY    PIC 9(7).
           03  PP-END-DAY      PIC 9(7).
           03  PP-DATE-DAY     PIC 9(7).
           03  PP-FROM-DAY     PIC 9(7).
           03  PP-TO-DAY       PIC 9(7).
           03  PP-CUT-FROM-DAY PIC 9(7).
           03  PP-CUT-TO-DAY   PIC 9(7).
           03  PP-PERIOD-NO    PIC 9(7).
           03  PP-FULL-DAYS    PIC 9(3).
           03  PP-KEPT-DAYS    PIC 9(3).
           03  PP-GONE-DAYS    PIC 9(3).

        *>****************************************************************
        LINKAGE SECTION.
       01  PLCPER-PARAMETERS.
           05  PPR-START            PIC 9(8).
           05  PPR-END              PIC 9(8).
           05  PPR-PERIOD           PIC X.
           05  PPR-COMMIT           PIC 9(5).
           05  PPR-DATE             PIC 9(8).
           05  PPR-RESULT           PIC X.
               88  PPR-IN-CONTRACT VALUE 'Y'.
           05  PPR-FROM             PIC 9(8).
           05  PPR-TO               PIC 9(8).
           05  PPR-NEXT             PIC 9(8).
           05  PPR-PERIOD-COMMIT    PIC 9(5).
           05  PPR-DUE              PIC 9(5).

        *>****************************************************************
        PROCEDURE DIVISION USING PLCPER-PARAMETERS.
           MOVE 'N' TO PPR-RESULT
           MOVE 0 TO PPR-FROM PPR-TO PPR-NEXT
           MOVE 0 TO PPR-PERIOD-COMMIT PPR-DUE
           MOVE PPR-START TO PP-CHECK-DATE
           PERFORM CHECK-ONE-DATE
           IF NOT PP-DATE-OK
               MOVE 'E' TO PPR-RESULT
               GOBACK
           END-IF
           COMPUTE PP-START-DAY = FUNCTION INTEGER-OF-DATE(PPR-START)
           IF PPR-END = 0
               MOVE 99991231 TO PP-CHECK-DATE
           ELSE
               MOVE PPR-END TO PP-CHECK-DATE
               PERFORM CHECK-ONE-DATE
               IF NOT PP-DATE-OK OR PPR-END < PPR-START
                   MOVE 'E' TO PPR-RESULT
                   GOBACK
               END-IF
           END-IF
           COMPUTE PP-END-DAY =
               FUNCTION INTEGER-OF-DATE(PP-CHECK-DATE)
           IF PPR-PERIOD NOT = 'W' AND PPR-PERIOD NOT = 'M'
               MOVE 'E' TO PPR-RESULT
               GOBACK
           END-IF
           MOVE PPR-DATE TO PP-CHECK-DATE
           PERFORM CHECK-ONE-DATE
           IF NOT PP-DATE-OK
               GOBACK
           END-IF
           COMPUTE PP-DATE-DAY = FUNCTION INTEGER-OF-DATE(PPR-DATE)
           IF PP-DATE-DAY < PP-START-DAY OR PP-DATE-DAY > PP-END-DAY
               GOBACK
           END-IF
           MOVE 'Y' TO PPR-RESULT
           IF PPR-PERIOD = 'W'
               PERFORM SET-WEEK-PERIOD
           ELSE
               PERFORM SET-MONTH-PERIOD
           END-IF
           PERFORM SET-PERIOD-COMMIT
           GOBACK.

        *>  a real calendar day: the day number must come back to the
        *>  same date, which throws out 0230 and 1131.
       CHECK-ONE-DATE.
           MOVE 'N' TO PP-CHECK-SW
           IF PP-CHECK-DATE NUMERIC
           AND PP-CHECK-YEAR >= 1601
           AND PP-CHECK-MM >= 1 AND PP-CHECK-MM <= 12
           AND PP-CHECK-DD >= 1 AND PP-CHECK-DD <= 31
               IF FUNCTION DATE-OF-INTEGER(
                  FUNCTION INTEGER-OF-DATE(PP-CHECK-DATE))
                  = PP-CHECK-DATE
                   MOVE 'Y' TO PP-CHECK-SW
               END-IF
           END-IF.

       SET-WEEK-PERIOD.
           COMPUTE PP-PERIOD-NO = (PP-DATE-DAY - PP-START-DAY) / 7
           COMPUTE PP-FROM-DAY = PP-START-DAY + (PP-PERIOD-NO * 7)
           COMPUTE PP-TO-DAY = PP-FROM-DAY + 6.

       SET-MONTH-PERIOD.
           MOVE PPR-DATE TO PP-CHECK-DATE
           MOVE 1 TO PP-CHECK-DD
           COMPUTE PP-FROM-DAY =
               FUNCTION INTEGER-OF-DATE(PP-CHECK-DATE)
           IF PP-CHECK-MM = 12
               ADD 1 TO PP-CHECK-YEAR
               MOVE 1 TO PP-CHECK-MM
           ELSE
               ADD 1 TO PP-CHECK-MM
           END-IF
           COMPUTE PP-TO-DAY =
               FUNCTION INTEGER-OF-DATE(PP-CHECK-DATE) - 1.

        *>  the whole period's length is what the committed count is
        *>  written against; the days the contract does not cover
        *>  come off it.
       SET-PERIOD-COMMIT.
           COMPUTE PP-FULL-DAYS = PP-TO-DAY - PP-FROM-DAY + 1
           MOVE PP-FROM-DAY TO PP-CUT-FROM-DAY
           MOVE PP-TO-DAY TO PP-CUT-TO-DAY
           IF PP-CUT-FROM-DAY < PP-START-DAY
               MOVE PP-START-DAY TO PP-CUT-FROM-DAY
           END-IF
           IF PP-CUT-TO-DAY > PP-END-DAY
               MOVE PP-END-DAY TO PP-CUT-TO-DAY
           END-IF
           COMPUTE PP-KEPT-DAYS = PP-CUT-TO-DAY - PP-CUT-FROM-DAY + 1
           IF PP-KEPT-DAYS = PP-FULL-DAYS
               MOVE PPR-COMMIT TO PPR-PERIOD-COMMIT
           ELSE
               COMPUTE PPR-PERIOD-COMMIT ROUNDED =
                   PPR-COMMIT * PP-KEPT-DAYS / PP-FULL-DAYS
           END-IF
           COMPUTE PPR-FROM = FUNCTION DATE-OF-INTEGER(PP-CUT-FROM-DAY)
           COMPUTE PPR-TO = FUNCTION DATE-OF-INTEGER(PP-CUT-TO-DAY)
           COMPUTE PPR-NEXT = FUNCTION DATE-OF-INTEGER(PP-TO-DAY + 1)
           COMPUTE PP-GONE-DAYS = PP-DATE-DAY - PP-CUT-FROM-DAY + 1
           COMPUTE PPR-DUE =
               (PPR-PERIOD-COMMIT * PP-GONE-DAYS + PP-KEPT-DAYS - 1)
               / PP-KEPT-DAYS.
        END PROGRAM PLCPER.
