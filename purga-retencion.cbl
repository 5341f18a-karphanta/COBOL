           MOVE SPACES TO WS-COMANDO
           STRING "for f in " DELIMITED BY SIZE
               WS-FAMILIA DELIMITED BY SPACE
               "G????????V??; do if [ -e $f ]; then if [ $f '<' "
               DELIMITED BY SIZE
               WS-FAMILIA DELIMITED BY SPACE
               "G" DELIMITED BY SIZE
