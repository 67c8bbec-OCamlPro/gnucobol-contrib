*> return-code is zero if the datagram was sent, else the failing
*> call's return-code (e.g. -1) - the caller treats this as a
*> best-effort notification and does not stop for a failure here.
*>
*> a TEST environment profile (see flightenv.cbl) never publishes -
*> the alert only goes on the diary, marked as not sent.
*> ==================================================================

environment division.
01 timestamp pic x(23).
01 general-message pic x(128).

01 env-checked pic x value "N".
copy "flightenv.cpy".

linkage section.
01 lk-alert-host    pic x(64).
01 lk-alert-port    pic x(16).
        move "8000" to ws-port
    end-if

    if env-checked = "N"
        move spaces to FLENV-Profile
        call "flightenv" using FLENV-Block end-call
        move "Y" to env-checked
    end-if
    if FLENV-Test or FLENV-Rc not = zero
        call 'gettimestamp' using timestamp end-call
        display timestamp ' dutyalertpublish not sent, environment '
            FLENV-Banner end-display
        move spaces to general-message
        string 'NOT SENT (' function trim(FLENV-Banner) ') '
            function trim(ws-message)
            delimited by size into general-message
        end-string
        move general-message to ws-message
        go to diary-entry
    end-if

    call 'connecttoserver' using
        AF_INET
        SOCK_DGRAM
*>  every alert also lands on the shift handover diary (see
*>  opsdiary.cbl) so the morning operator reads it at shift start -
*>  best effort, like the datagram itself
    .
diary-entry.
    open extend diary-file
    if diary-status <> '00'
        open output diary-file
