000470*                  DAYS-IN-MONTH ENTRY'S MONTH-LENGTH RULE
000480*                  MOVED TO A SHARED PARAGRAPH BOTH IT AND
000490*                  THE DATE ARITHMETIC USE.
000491* 2026-10-15 MO    EACH ENTRY POINT NOW OPENS ITS OWN
000492*                  PARAGRAPH. THE ENTRIES SAT AT THE TAIL OF
000493*                  3200-GREGORIAN-LEAP AND 3300-MONTH-LENGTH,
000494*                  SO A PERFORM OF EITHER RAN ON INTO THE
000495*                  ENTRY CODE AND TOUCHED PARAMETERS THE
000496*                  CALLER NEVER PASSED - ANY DAY-OF-WEEK OR
000497*                  DATE ARITHMETIC CALL ON A POST-1582 DATE
000498*                  ABENDED.
000500*-----------------------------------------------------------*
000510 ENVIRONMENT DIVISION.
000520 DATA DIVISION.
001420*                 IN LK-MONTH OF LK-YEAR, ACCOUNTING FOR
001430*                 FEBRUARY IN A LEAP YEAR.
001440*-----------------------------------------------------------*
001445 3250-DAYS-IN-MONTH-ENTRY.
001450 ENTRY "DAYS-IN-MONTH" USING LK-YEAR LK-MONTH LK-DAYS.
001460     MOVE LK-YEAR  TO WS-YEAR
001470     MOVE LK-MONTH TO WS-MONTH-W
001760* DAYS-IN-YEAR - ENTRY POINT. RETURNS 366 FOR A LEAP YEAR,
001770*                365 OTHERWISE.
001780*-----------------------------------------------------------*
001785 3350-DAYS-IN-YEAR-ENTRY.
001790 ENTRY "DAYS-IN-YEAR" USING LK-YEAR LK-DAYS.
001800     MOVE LK-YEAR TO WS-YEAR
001810     PERFORM 3000-LEAP
001920*                WHEN LK-DATE-2 IS THE LATER DATE). BOTH
001930*                DATES ARE YYYYMMDD.
001940*-----------------------------------------------------------*
001945 3400-DAYS-BETWEEN-ENTRY.
001950 ENTRY "DAYS-BETWEEN" USING LK-DATE-1 LK-DATE-2 LK-DAY-SPAN.
001960     MOVE LK-DATE-1 TO WS-WORK-DATE-NUM
001970     PERFORM 4000-DATE-TO-ABS
002070*                SIGNED LK-DAY-SPAN AS LK-DATE-2, BOTH
002080*                YYYYMMDD.
002090*-----------------------------------------------------------*
002095 3500-DATE-ADD-DAYS-ENTRY.
002100 ENTRY "DATE-ADD-DAYS" USING LK-DATE-1 LK-DAY-SPAN LK-DATE-2.
002110     MOVE LK-DATE-1 TO WS-WORK-DATE-NUM
002120     PERFORM 4000-DATE-TO-ABS
002200*                LK-DATE-1 (YYYYMMDD) AS 1 THROUGH 7,
002210*                MONDAY THROUGH SUNDAY.
002220*-----------------------------------------------------------*
002225 3600-DAY-OF-WEEK-ENTRY.
002230 ENTRY "DAY-OF-WEEK" USING LK-DATE-1 LK-DOW.
002240     MOVE LK-DATE-1 TO WS-WORK-DATE-NUM
002250     PERFORM 4000-DATE-TO-ABS
