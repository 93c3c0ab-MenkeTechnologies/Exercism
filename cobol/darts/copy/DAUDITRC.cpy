000360     05  AUD-BOARD-NBR           PIC X(02).
000370     05  AUD-ADJ-FLAG            PIC X(01).
000380         88  AUD-COMMITTEE-ADJUSTMENT    VALUE "A".
000390*    ON A RULING, THE NIGHT THE RULED DART WAS THROWN - THE
000400*    RULING'S OWN DATE ABOVE IS THE DAY THE COMMITTEE SAT.
000410*    SPACES ON A SCORER'S CALL AND ON OLDER RULINGS.
000420     05  AUD-RULED-NIGHT         PIC 9(08).
