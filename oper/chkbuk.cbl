        MOVE AB-BAL (ACCT-FOUND) TO RUNNING-BALANCE.
        DISPLAY 'HOW MANY DEPOSITS : ' WITH NO ADVANCING.
        ACCEPT TEMP1.
        OPEN EXTEND DEPOSITS.
        MOVE 'Y' TO DEPOSITS-OPEN-SW.
        MOVE 1 TO TEMP2.
        DISPLAY 'YOU WILL BE ASKED FOR INFO, 1 DEPOSIT AT A TIME.'.
