*>******************************************************************************
*> flightenv.cpy - environment profile block, filled in by
*>   call "flightenv" using FLENV-Block  (see flightenv.cbl).
*>
*> Shared by FLIGHTLOG and every companion program. Set FLENV-Profile
*>   to the name given by an ENV= parameter, or spaces to take the
*>   FLIGHTLOG_ENV environment variable (or LIVE when that is unset),
*>   before the call. All three directories come back absolute, the
*>   data directory already in force for every later OPEN.
*>******************************************************************************
 01  FLENV-Block.
     03  FLENV-Profile       pic x(16).   *> in - profile name, spaces = FLIGHTLOG_ENV.
     03  FLENV-Mode          pic x.
         88  FLENV-Live                  value "L".
         88  FLENV-Test                  value "T".
     03  FLENV-Data-Dir      pic x(64).
     03  FLENV-Report-Dir    pic x(64).
     03  FLENV-Backup-Dir    pic x(64).
     03  FLENV-Banner        pic x(16).   *> e.g. LIVE or TEST TRAINING, for screens and reports.
     03  FLENV-Rc            pic 9.       *> 0 ok, 8 profile named but not found.
