                        MOVE WS-TRANID TO CDEMO-FROM-TRANID
                        MOVE WS-PGMNAME TO CDEMO-FROM-PROGRAM
                        MOVE 0 TO CDEMO-PGM-CONTEXT
                        SET CDEMO-PGM-ENTER TO TRUE
                        EXEC CICS
                            XCTL PROGRAM(CDEMO-TO-PROGRAM)
                            COMMAREA(CARDDEMO-COMMAREA)
                        MOVE WS-TRANID TO CDEMO-FROM-TRANID
                        MOVE WS-PGMNAME TO CDEMO-FROM-PROGRAM
                        MOVE 0 TO CDEMO-PGM-CONTEXT
                        SET CDEMO-PGM-ENTER TO TRUE
                        EXEC CICS
                            XCTL PROGRAM(CDEMO-TO-PROGRAM)
                            COMMAREA(CARDDEMO-COMMAREA)
           MOVE WS-TRANID TO CDEMO-FROM-TRANID
           MOVE WS-PGMNAME TO CDEMO-FROM-PROGRAM
           MOVE ZEROS TO CDEMO-PGM-CONTEXT
           SET CDEMO-PGM-ENTER TO TRUE
           EXEC CICS
               XCTL PROGRAM(CDEMO-TO-PROGRAM)
               COMMAREA(CARDDEMO-COMMAREA)
