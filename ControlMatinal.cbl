               IF NOT fin-cor
                   IF cor-programa = age-programa
                           AND cor-fecha = w-fecha-control
                       IF cor-evento = "I" OR cor-evento = "R"
                           MOVE "S" TO w-hubo-inicio
                       END-IF
                       IF cor-evento = "F"
