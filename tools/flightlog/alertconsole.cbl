*> Date       Change description
*> ========== ==================================================================
*> 2026.08.21 First version.
*> 2026.10.15 Environment profiles - history files in the profile's
*>            data directory, environment shown in the listening banner.
*> ==================================================================

environment division.
01 ansi-green pic x(5) value x'1B5B33326D'.
01 ansi-reset pic x(4) value x'1B5B306D'.

copy "flightenv.cpy".

procedure division chaining command-port.
start-alertconsole.

    if command-port = spaces
        move '8000' to command-port
    end-if
    move spaces to FLENV-Profile
    call "flightenv" using FLENV-Block end-call
    if FLENV-Rc not = zero
        display timestamp ' alertconsole no such environment profile '
            trim(FLENV-Profile) end-display
        move 8 to return-code
        goback
    end-if
    display timestamp ' alertconsole listening on port '
        trim(command-port) ' - ' trim(FLENV-Banner) end-display

    call 'socket' using
        by value AF_INET
