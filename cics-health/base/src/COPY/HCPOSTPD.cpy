      *================================================================*
       POSTCODE-VALIDATE.
      *================================================================*
      * Look PV-POSTCODE up on POSTCODEREF.  A postcode can serve more *
      * than one city, so it passes when any of its rows carries       *
      * PV-CITY; when none does, the first city it is on file for is   *
      * handed back to show what was expected.                         *
      *================================================================*
           MOVE SPACE  TO PV-RESULT
           MOVE SPACES TO PV-FILE-CITY
           MOVE ZERO   TO PV-POSTCODE-COUNT
           MOVE ZERO   TO PV-CITY-COUNT
           MOVE ZERO   TO PV-SQLCODE

           EXEC SQL
             SELECT COUNT(*),
                    COALESCE(SUM(CASE WHEN CITY = UPPER(:PV-CITY)
                                      THEN 1 ELSE 0 END), 0),
                    COALESCE(MIN(CITY), ' ')
               INTO :PV-POSTCODE-COUNT,
                    :PV-CITY-COUNT,
                    :PV-FILE-CITY
               FROM POSTCODEREF
              WHERE POSTCODE = UPPER(:PV-POSTCODE)
           END-EXEC.

           EVALUATE TRUE
             WHEN SQLCODE NOT EQUAL 0
               MOVE SQLCODE TO PV-SQLCODE
               MOVE 'E' TO PV-RESULT
             WHEN PV-POSTCODE-COUNT EQUAL ZERO
               MOVE 'U' TO PV-RESULT
             WHEN PV-CITY-COUNT EQUAL ZERO
               MOVE 'C' TO PV-RESULT
             WHEN OTHER
               MOVE 'Y' TO PV-RESULT
           END-EVALUATE.

       POSTCODE-VALIDATE-EXIT.
           EXIT.
