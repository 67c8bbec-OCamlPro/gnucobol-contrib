*>            SESSION-ID.cob, SHA3-256/384 and KECCAK when building; if the
*>            captcha image generator is absent at run time the challenge
*>            code is shown as text so the form still works.
*> 2026.10.15 Environment profiles - the files used are those of the
*>            profile named by FLIGHTLOG_ENV in the server environment
*>            (flightenv), and every page carries the environment banner,
*>            in red for a TEST profile. A profile that cannot be read
*>            stops the request rather than fall back to the live files.
*> 2026.10.15 A pilot on the leaver register (leaver.dat, written by
*>            ODR500-Pilot-Leaver in flightlog.cbl) can no longer log in.
*>
*>******************************************************************************

                                 STATUS       FLS-REPLY
                                 SHARING      WITH ALL OTHER
                                 RECORD KEY   PILOT-NAME.
*>
*>  The leaver register, opened INPUT only - a pilot on it has left
*>   and is refused a login.
*>
     SELECT LEAVER-FILE         ASSIGN       "leaver.dat"
                                 ACCESS       DYNAMIC
                                 ORGANIZATION INDEXED
                                 STATUS       FLS-REPLY
                                 SHARING      WITH ALL OTHER
                                 RECORD KEY   LVR-PILOT.

 DATA DIVISION.

     03  PILOT-LICENCE-NO        PIC X(12).
     03  FILLER                  PIC X(36).   *> rec is 63 - keep in step with flightlog.cbl.

*>  Layout mirrors flightlog.cbl - keep in step.
 FD  LEAVER-FILE.
 01  LEAVER-RECORD.
     03  LVR-PILOT               PIC X(15).
     03  LVR-DATE                PIC 9(8).
     03  FILLER                  PIC X(76).   *> rec is 99 - keep in step with flightlog.cbl.

 WORKING-STORAGE SECTION.
*> end of line char 
 78 COB2CGI-LF                         VALUE X"0A".
 01 CX-TEXT                    PIC X(6).
 01 LOGIN-OK                   PIC 9 VALUE 0.
 01 HEADERS-ENDED              PIC 9 VALUE 0.
COPY "flightenv.cpy".
 01 NAME-LEN                   PIC 9(4) COMP.

*> ********* end user defined content   *********

*> ********* begin user defined content *********

*>  profile first - every file below opens in its data directory
    MOVE SPACES TO FLENV-PROFILE
    CALL "flightenv" USING FLENV-BLOCK END-CALL
    IF FLENV-RC NOT = ZERO
       PERFORM END-HEADERS
       DISPLAY "<html><body><p>Flight log environment profile "
               FUNCTION TRIM(FLENV-PROFILE)
               " not found - nothing has been recorded.</p></body></html>"
       END-DISPLAY
       GOBACK
    END-IF

    MOVE COB2CGI-POST(FLD-PILOTNAME) TO PILOTNAME-V
    MOVE COB2CGI-POST(FLD-ACREG)     TO ACREG-V
    MOVE COB2CGI-POST(FLD-ACTYPE)    TO ACTYPE-V
    DISPLAY "<meta http-equiv=""Content-Style-Type"" content=""text/css"" />" END-DISPLAY
    DISPLAY "</head>" END-DISPLAY
    DISPLAY "<body>" END-DISPLAY
    PERFORM SHOW-ENV-BANNER

    IF FLS-VALIDATION-FAILED
       DISPLAY "<p>Submission rejected - pilot name, aircraft registration, "
 END-HEADERS-EX.
    EXIT.

*>------------------------------------------------------------------------------
 SHOW-ENV-BANNER SECTION.
*>------------------------------------------------------------------------------
*>  which environment this page came from - red for a TEST profile so a
*>   training copy is never mistaken for the real queue
    IF FLENV-TEST
       DISPLAY "<p style=""color:red""><b>Environment: "
               FUNCTION TRIM(FLENV-BANNER) "</b></p>" END-DISPLAY
    ELSE
       DISPLAY "<p>Environment: "
               FUNCTION TRIM(FLENV-BANNER) "</p>" END-DISPLAY
    END-IF
    .
 SHOW-ENV-BANNER-EX.
    EXIT.

*>------------------------------------------------------------------------------
 DO-LOGIN SECTION.
*>------------------------------------------------------------------------------
       EXIT SECTION
    END-IF

*>  a pilot who has left keeps a roster entry until the retention
*>   rules purge it - the leaver register says they are gone
    OPEN INPUT LEAVER-FILE
    IF FLS-Okay
       MOVE PILOT-NAME TO LVR-PILOT
       READ LEAVER-FILE
          INVALID KEY CONTINUE
          NOT INVALID KEY MOVE 0 TO LOGIN-OK
       END-READ
       CLOSE LEAVER-FILE
    END-IF

    IF LOGIN-OK = 0
       PERFORM END-HEADERS
       DISPLAY "<html><body><p>That pilot has left the club - no "
               "login.</p></body></html>" END-DISPLAY
       EXIT SECTION
    END-IF

*>  session id - hash of address + agent via SESSION-ID (cobsha3)
    ACCEPT REMOTE-ADDR-ENV FROM ENVIRONMENT "REMOTE_ADDR"
        ON EXCEPTION MOVE "unknown" TO REMOTE-ADDR-ENV

    DISPLAY "<html><head><title>Flight Log - Login</title></head>" END-DISPLAY
    DISPLAY "<body><h3>Pilot login</h3>" END-DISPLAY
    PERFORM SHOW-ENV-BANNER
    DISPLAY "<form method=""post"">" END-DISPLAY
    DISPLAY "Name <input name=""pilotname"" maxlength=""15""><br>" END-DISPLAY
    DISPLAY "Licence number <input name=""licenceno"" maxlength=""12""><br>" END-DISPLAY
    DISPLAY "<meta http-equiv=""content-type"" content=""text/html;charset=utf-8"" />" END-DISPLAY
    DISPLAY "</head>" END-DISPLAY
    DISPLAY "<body>" END-DISPLAY
    PERFORM SHOW-ENV-BANNER

    IF LEN OF PILOTNAME-V = ZEROES
       DISPLAY "<p>Enter your pilot name to see your submissions.</p>" END-DISPLAY
