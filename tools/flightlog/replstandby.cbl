*> Date       Change description
*> ========== ==================================================================
*> 2026.08.21 First version.
*> 2026.10.15 Environment profiles - the mirror files are those of the
*>            profile in force (see flightenv.cbl), named in the banner.
*> ==================================================================

environment division.

01 p1 pic x(16) value spaces.

copy "flightenv.cpy".

procedure division chaining p1.
start-replstandby.

    display NL 'replstandby - FLIGHTLOG warm standby receiver' end-display
    move spaces to FLENV-Profile
    call "flightenv" using FLENV-Block end-call
    if FLENV-Rc not = zero
        display 'no such environment profile - flightlog-'
            trim(FLENV-Profile) '.env' end-display
        move 8 to return-code
        goback
    end-if
    display 'environment ' trim(FLENV-Banner) ', mirror files in '
        trim(FLENV-Data-Dir) end-display

    perform open-mirror-files

