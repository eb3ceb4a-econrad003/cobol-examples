      *AUTHOR. ERIC CONRAD.
      *DESCRIPTION. Front-end menu that asks which triangle data the
      *    user has on hand and dispatches to the matching solver
      *    (SSS, SAS, ASA/AAS, SSA, or vertex coordinates), to the
      *    field traverse reduction that feeds the point file, or to
      *    the circular curve solver for road frontage and
      *    cul-de-sac lots.
      *    The session preferences -- length unit, decimal places,
      *    angle measure, and the active job number -- are
      *    collected once here, handed to each solver, and saved in
      *    PREFS.DAT so tomorrow's session starts with today's
       WORKING-STORAGE SECTION.
       77  MENU-CHOICE                  PIC X VALUE SPACE.
           88  VALID-MENU-CHOICE            VALUES "1", "2", "3", "4",
                                            "5", "6", "7", "Q".
           88  SSS-CHOICE                   VALUE "1".
           88  SAS-CHOICE                   VALUE "2".
           88  ASA-CHOICE                   VALUE "3".
           88  SSA-CHOICE                   VALUE "4".
           88  VERTEX-CHOICE                VALUE "5".
           88  TRAVERSE-CHOICE              VALUE "6".
           88  CURVE-CHOICE                 VALUE "7".
           88  QUIT-CHOICE                  VALUE "Q".

       77  PREFS-FILE-STATUS            PIC X(2).
               "(ASA/AAS)".
           DISPLAY "  4) Two sides and a non-included angle (SSA)".
           DISPLAY "  5) Three vertex coordinates (X,Y)".
           DISPLAY "  6) A closed field traverse (angles and "
               "distances)".
           DISPLAY "  7) A circular curve (any two of radius, delta, "
               "arc, chord, tangent)".
           DISPLAY "  Q) Quit".
           ACCEPT MENU-CHOICE.
           IF NOT VALID-MENU-CHOICE THEN
               DISPLAY "  valid responses are '1', '2', '3', '4', "
                   "'5', '6', '7', 'Q', try again..."
           ELSE
               IF SSS-CHOICE THEN
                   CALL "SSSP" USING SESSION-PREFS
                           ELSE
                               IF VERTEX-CHOICE THEN
                                   CALL "VTXP" USING SESSION-PREFS
                               ELSE
                                   IF TRAVERSE-CHOICE THEN
                                       CALL "TRVP"
                                           USING SESSION-PREFS
                                   ELSE
                                       IF CURVE-CHOICE THEN
                                           CALL "CRVP"
                                               USING SESSION-PREFS
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
