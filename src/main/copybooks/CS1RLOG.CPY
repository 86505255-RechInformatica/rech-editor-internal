000200*    DATE       INIT DESCRIPTION                                *
000210*    ---------- ---- -------------------------------------------*
000220*    2026-09-02 JRC  ORIGINAL COPYBOOK.                         *
000221*    2026-10-15 JRC  CS1-RLOG-PROCESS-DATE ADDED: THE BUSINESS   *
000222*                    DATE THE STEP RAN UNDER, FROM THE CS133     *
000223*                    SERVICE, SO CS123 CAN FLAG A STEP THAT RAN  *
000224*                    UNDER A DIFFERENT DATE FROM THE REST OF THE *
000225*                    NIGHT.                                      *
000230*                                                                *
000240*****************************************************************
000250     05  CS1-RLOG-STAMP              PIC X(14).
000280         88  CS1-RLOG-START              VALUE 'START'.
000290         88  CS1-RLOG-END                VALUE 'END'.
000300     05  CS1-RLOG-RETURN-CODE        PIC 9(04).
000310     05  CS1-RLOG-PROCESS-DATE       PIC X(08).
000320     05  FILLER                      PIC X(01).
