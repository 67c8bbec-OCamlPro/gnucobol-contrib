*> forwardgeocode call block - name in, ranked candidates out.
*>   fg-name is matched without regard to case; fg-country (iso
*>   code) and fg-admin1 ("CC.CODE" or just the code) narrow it
*>   when not blank. candidates come back best first: exact name,
*>   then exact alternate name, then names starting with fg-name;
*>   population decides within each. fg-count zero = no match
*>   (or no citymaster.dat where the caller runs).
01  fg-request.
    03  fg-name pic x(43).
    03  fg-country pic x(2).
    03  fg-admin1 pic x(11).
01  fg-result.
    03  fg-count pic 9(3).
    03  fg-candidate occurs 50.
        05  fg-geonameid pic 9(9).
        05  fg-place pic x(43).
        05  fg-cc pic x(2).
        05  fg-region pic x(11).
        05  fg-latitude pic s9(3)v9(6).
        05  fg-longitude pic s9(3)v9(6).
        05  fg-population pic 9(9).
        05  fg-elevation pic s9(5).
        05  fg-match pic x.
*>          E exact name, A alternate name, P starts with fg-name
