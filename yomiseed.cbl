      * Purpose: List every rated player in descending rating order,
      *          with matches played and last-played date, as the
      *          seeding sheet handed to the bracket organizer at the
      *          start of a monthly. Ends with return code 4 when
      *          there are no rated players to list.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           If RatingCount equal Zero THEN
               Display "No rated players found in RATINGS.DAT."
               Move 4 to RETURN-CODE
               STOP RUN
           END-IF

