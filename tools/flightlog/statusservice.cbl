*> paths with JSON built fresh on each request from the live
*> FLIGHTLOG data and the overnight run artefacts:
*>
*>     GET /status            everything below in one object, plus
*>                            "environment" - the profile banner
*>                            (LIVE, TEST TRAINING ...), see flightenv
*>     GET /status/hours      {"month_minutes":n}  flying minutes
*>                            logged this calendar month
*>     GET /status/pending    {"pending_depth":n}  submissions still
*> Date       Change description
*> ========== ==================================================================
*> 2026.08.21 First version.
*> 2026.10.15 Environment profiles - serves the profile in force and
*>            names it in /status and the listening banner.
*> ==================================================================

environment division.

01 quit-received pic x value 'N'.

copy "flightenv.cpy".

procedure division chaining command-port.
start-statusservice.

    if command-port = spaces
        move '8001' to command-port
    end-if
    move spaces to FLENV-Profile
    call "flightenv" using FLENV-Block end-call
    if FLENV-Rc not = zero
        display timestamp ' statusservice no such environment profile '
            trim(FLENV-Profile) end-display
        move 8 to return-code
        goback
    end-if
    display timestamp ' statusservice listening on port '
        trim(command-port) ' - ' trim(FLENV-Banner) end-display

    call 'socket' using
        by value AF_INET
               ',"pending_depth":' trim(pending-depth-text)
               ',"last_backup":"' trim(backup-stamp)
               '","last_queryload":"' trim(queryload-stamp)
               '","environment":"' trim(FLENV-Banner)
               '"}'
            delimited by size into json-body
        end-string
