*> local journal is the system of record and the standby's CATCHUP
*> mode (see replstandby.cbl) re-syncs anything missed while it was
*> offline or unreachable.
*>
*> a TEST environment profile (see flightenv.cbl) never ships - the
*> record is dropped and zero returned, so a training copy can not
*> feed the live standby even if FLIGHTLOG_STANDBY_HOST is set.
*> ==================================================================

environment division.

01 timestamp pic x(23).

01 env-checked pic x value "N".
copy "flightenv.cpy".

linkage section.
01 lk-standby-host   pic x(64).
01 lk-standby-port   pic x(16).
    if ws-host = spaces
        goback returning 0
    end-if
    if env-checked = "N"
        move spaces to FLENV-Profile
        call "flightenv" using FLENV-Block end-call
        move "Y" to env-checked
    end-if
    if FLENV-Test or FLENV-Rc not = zero
        goback returning 0
    end-if
    if ws-port = spaces
        move "8100" to ws-port
    end-if
