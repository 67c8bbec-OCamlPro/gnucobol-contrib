       >>SOURCE FORMAT IS FREE
identification division.
program-id. gazetteer.

*> full-screen place name inquiry over citymaster.dat through the
*> forwardgeocode subprogram. type the start of a name - with a
*> country code and an admin1 region to narrow it if need be - and
*> page through the matching populated places with their country,
*> region, population, elevation and coordinates, best match first
*> (exact name, alternate name, then the rest by population).
*> answers "where is that village?" without a web search.
*>
*> tectonics: cobc -x gazetteer.cbl forwardgeocode.cbl
*> usage:     ./gazetteer
*>            (run in the directory holding citymaster.dat, and
*>             alternateNamesV2.txt if alternate names are wanted)

environment division.
configuration section.
repository.
    function all intrinsic.

data division.
working-storage section.
copy 'forwardgeocode.cpy'.

01  search-name pic x(30).
01  search-country pic x(2).
01  search-region pic x(11).
01  command-reply pic x.
01  status-line pic x(78).

01  page-size pic 99 value 15.
01  page-no pic 99.
01  page-max pic 99.
01  row-idx pic 99.
01  row-line pic 99.
01  cand-idx pic 9(3).
01  page-no-disp pic z9.
01  page-max-disp pic z9.
01  count-disp pic z9.

01  list-line.
    03  ll-place pic x(30).
    03  filler pic x value space.
    03  ll-cc pic x(2).
    03  filler pic x value space.
    03  ll-region pic x(11).
    03  ll-population pic z(8)9.
    03  ll-elevation pic -(4)9.
    03  ll-latitude pic -(3)9.9(4).
    03  ll-longitude pic -(3)9.9(4).
    03  filler pic x value space.
    03  ll-match pic x.

01  blank-line pic x(80) value spaces.

78  black value 0.
78  white value 7.

screen section.
01  inquiry-screen.
    03  background-color white
        foreground-color black highlight.
        05  blank screen.
        05  line 2 column 2 value 'gazetteer - place name inquiry'.
        05  line 4 column 2 value 'Name starts:'.
        05  screen-name line 4 column 15 pic x(30)
            using search-name.
        05  line 4 column 47 value 'Country:'.
        05  screen-country line 4 column 56 pic x(2)
            using search-country.
        05  line 4 column 60 value 'Region:'.
        05  screen-region line 4 column 68 pic x(11)
            using search-region.
        05  line 6 column 2 value
            'place                          cc region'.
        05  line 6 column 46 value
            'population  elev  latitude longitude'.
        05  screen-status line 23 column 2 pic x(78)
            from status-line.

procedure division.
start-gazetteer.
    move spaces to search-name search-country search-region
    move 'type a name, or leave it blank to finish' to status-line
    perform until exit
        display inquiry-screen end-display
        accept screen-name end-accept
        if search-name = spaces
            exit perform
        end-if
        accept screen-country end-accept
        accept screen-region end-accept
        perform run-search
        perform browse-results
    end-perform
    goback
    .
*>----------------------------------------------------------------
*> run-search - one forwardgeocode call; it returns the whole
*> ranked list (up to 50) and the pages are cut from that
*>----------------------------------------------------------------
run-search.
    move spaces to fg-request
    move search-name to fg-name
    move upper-case(search-country) to fg-country search-country
    move upper-case(search-region) to fg-admin1 search-region
    call 'forwardgeocode' using fg-request fg-result
        on exception move 0 to fg-count
    end-call
    compute page-max = (fg-count + page-size - 1) / page-size
    end-compute
    move 1 to page-no
    .
*>----------------------------------------------------------------
*> browse-results - N next page, P previous, anything else back to
*> a new search
*>----------------------------------------------------------------
browse-results.
    perform until exit
        display inquiry-screen end-display
        if fg-count = 0
            move 'no places match - return for a new search'
                to status-line
            display screen-status end-display
            accept command-reply at line 23 column 79 end-accept
            exit perform
        end-if
        perform show-page
        move page-no to page-no-disp
        move page-max to page-max-disp
        move fg-count to count-disp
        move spaces to status-line
        string trim(count-disp) ' places, page ' trim(page-no-disp)
            ' of ' trim(page-max-disp)
            ' - N next, P previous, return new search'
            delimited by size into status-line end-string
        display screen-status end-display
        move space to command-reply
        accept command-reply at line 23 column 79 end-accept
        move upper-case(command-reply) to command-reply
        evaluate true
        when command-reply = 'N' and page-no < page-max
            add 1 to page-no end-add
        when command-reply = 'P' and page-no > 1
            subtract 1 from page-no end-subtract
        when command-reply = 'N' or command-reply = 'P'
            continue
        when other
            exit perform
        end-evaluate
    end-perform
    move 'type a name, or leave it blank to finish' to status-line
    .
show-page.
    move 7 to row-line
    perform varying row-idx from 1 by 1
    until row-idx > page-size
        compute cand-idx = (page-no - 1) * page-size + row-idx
        end-compute
        if cand-idx > fg-count
            display blank-line at line row-line column 1 end-display
        else
            move fg-place(cand-idx) to ll-place
            move fg-cc(cand-idx) to ll-cc
            move fg-region(cand-idx) to ll-region
            move fg-population(cand-idx) to ll-population
            move fg-elevation(cand-idx) to ll-elevation
            move fg-latitude(cand-idx) to ll-latitude
            move fg-longitude(cand-idx) to ll-longitude
            move fg-match(cand-idx) to ll-match
            display list-line at line row-line column 2 end-display
        end-if
        add 1 to row-line end-add
    end-perform
    .
end program gazetteer.
