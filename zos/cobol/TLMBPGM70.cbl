               f-aut-cmd NOT = 'S' AND f-aut-cmd NOT = 'V' AND
               f-aut-cmd NOT = 'C' AND f-aut-cmd NOT = 'D' AND
               f-aut-cmd NOT = 'O' AND f-aut-cmd NOT = 'U' AND
               f-aut-cmd NOT = 'N' AND f-aut-cmd NOT = 'R' AND
               f-aut-cmd NOT = 'Q' AND f-aut-cmd NOT = 'P' AND
               f-aut-cmd NOT = 'I' AND f-aut-cmd NOT = 'W') OR
              (f-aut-stadeok NOT = 'O' AND f-aut-stadeok NOT = 'N')
           THEN
             ADD 1                         TO w-cpt-rejet
