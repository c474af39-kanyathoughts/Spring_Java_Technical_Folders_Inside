           05  DE-PROCESS           PIC X(8)      VALUE SPACES.         00002300
               88  DE-PROCESS-GET    VALUE 'GET'.                       00002400
700095         88  DE-PROCESS-LEVEL  VALUE 'LEVEL'.                     00002500
700174         88  DE-PROCESS-LAYOUT VALUE 'LAYOUT'.                    00002501
700174*** LAYOUT reply: where the DE sits in the record data area, its  00002502
700174*** length, and its storage - 'P' packed, 'B' binary, 'D' or      00002503
700174*** blank display.  A module that predates LAYOUT leaves the      00002504
700174*** length at zero.                                               00002505
700174     05  DE-LAY-POS           PIC S9(8) BINARY VALUE ZERO.        00002506
700174     05  DE-LAY-LEN           PIC S9(8) BINARY VALUE ZERO.        00002507
700174     05  DE-LAY-USAGE         PIC X         VALUE SPACES.         00002508
700174         88  DE-LAY-USAGE-PACKED VALUE 'P'.                       00002509
700174         88  DE-LAY-USAGE-BINARY VALUE 'B'.                       00002510


