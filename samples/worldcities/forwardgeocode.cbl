       >>SOURCE FORMAT IS FREE
identification division.
program-id. forwardgeocode.

*> callable forward geocoding over the indexed city master that
*> worldcitiesload builds (citymaster.dat) - the other way round from
*> reversegeocode: give a place name, optionally with its country and
*> admin1 region, get back up to 50 ranked candidate populated places
*> (feature class P) with their coordinates, population and
*> elevation. same shape as reversegeocode: small, linkage-driven, no
*> screens, the master swept once on the first call and cached.
*>
*> when the GeoNames alternate names file (alternateNamesV2.txt, the
*> one worldcities8 reads) is beside the master, the names it gives
*> for the cached places are cached too, so Munich finds Muenchen.
*> the code-like rows (link, post, iata, icao, faac, abbr, wkdt,
*> unlc) are skipped - they are not names anyone types.
*>
*> callers: gazetteer.cbl (the inquiry screen), and flightlog's
*> airfield insert and noise complaint entry to fill in a position.
*>
*> linkage: see forwardgeocode.cpy

environment division.
input-output section.
file-control.
     select city-master
        assign to 'citymaster.dat'
        organization is indexed
        access mode is dynamic
        record key is cm-geonameid
        file status is city-master-status.

     select altname-file
        assign to 'alternateNamesV2.txt'
        file status is altname-file-status
        organization is line sequential.

data division.
file section.
*> the indexed master built by worldcitiesload - layout must stay in
*> step with that program
fd  city-master.
01  master-record.
    03  cm-geonameid pic 9(9).
    03  cm-country-code pic x(2).
    03  cm-feature pic x.
    03  cm-population pic 9(9).
    03  cm-name pic x(43).
    03  cm-latitude pic s9(3)v9(6).
    03  cm-longitude pic s9(3)v9(6).
    03  cm-admin1 pic x(11).
    03  cm-timezone pic x(30).
    03  cm-elevation pic s9(5).
    03  cm-city-line pic x(1000).

fd  altname-file.
01  altname-record pic x(1000).

working-storage section.
01  city-master-status pic x(2).
01  altname-file-status pic x(2).
01  cache-loaded pic x value 'n'.

*> the master is read in key order, so the cache is in geonameid
*> order and an alternate name finds its place by binary search
01  cache-lim pic 9(6) value 100000.
01  cache-max pic 9(6) value 0.
01  cache-idx pic 9(6).
01  place-cache.
    03  cache-entry occurs 1 to 100000 depending on cache-max
        ascending key ce-geonameid indexed by ce-x.
        05  ce-geonameid pic 9(9).
        05  ce-name pic x(43).
        05  ce-upper pic x(43).
        05  ce-country pic x(2).
        05  ce-admin1 pic x(11).
        05  ce-latitude pic s9(3)v9(6).
        05  ce-longitude pic s9(3)v9(6).
        05  ce-population pic 9(9).
        05  ce-elevation pic s9(5).

01  alt-lim pic 9(6) value 100000.
01  alt-max pic 9(6) value 0.
01  alt-idx pic 9(6).
01  alt-cache.
    03  alt-entry occurs 100000.
        05  alt-place pic 9(6).
        05  alt-upper pic x(43).
01  altname-columns.
    03  altname-id pic x(12).
    03  altname-geonameid pic 9(9).
    03  altname-language pic x(7).
    03  altname-name pic x(200).

*> the ranked short list - kept in order as candidates arrive
01  rank-lim pic 9(3) value 50.
01  rank-max pic 9(3).
01  rank-idx pic 9(3).
01  rank-jdx pic 9(3).
01  rank-table.
    03  rank-entry occurs 51.
        05  rk-score pic 9.
        05  rk-population pic 9(9).
        05  rk-place pic 9(6).
        05  rk-match pic x.

01  key-upper pic x(43).
01  key-len pic 9(2).
01  want-country pic x(2).
01  want-admin1 pic x(11).
01  want-code pic x(8).
01  place-code pic x(8).
01  new-score pic 9.
01  new-match pic x.
01  new-place pic 9(6).

linkage section.
copy 'forwardgeocode.cpy'.

procedure division using fg-request fg-result.
start-forwardgeocode.
    move 0 to fg-count
    if cache-loaded = 'n'
        perform load-place-cache
        perform load-alternate-names
        move 'y' to cache-loaded
    end-if
    if cache-max = 0 or fg-name = spaces
        goback
    end-if

    move function upper-case(function trim(fg-name)) to key-upper
    move function length(function trim(fg-name)) to key-len
    move function upper-case(fg-admin1) to want-admin1
    move function upper-case(fg-country) to want-country
    move spaces to want-code
    if want-admin1 <> spaces
        unstring want-admin1 delimited by '.'
            into place-code want-code
        end-unstring
        if want-code = spaces
            move want-admin1 to want-code
        end-if
    end-if

    move 0 to rank-max
    perform varying cache-idx from 1 by 1
    until cache-idx > cache-max
        if ce-upper(cache-idx)(1:key-len) = key-upper(1:key-len)
            if ce-upper(cache-idx) = key-upper
                move 3 to new-score
                move 'E' to new-match
            else
                move 1 to new-score
                move 'P' to new-match
            end-if
            move cache-idx to new-place
            perform rank-candidate
        end-if
    end-perform
    perform varying alt-idx from 1 by 1
    until alt-idx > alt-max
        if alt-upper(alt-idx)(1:key-len) = key-upper(1:key-len)
            if alt-upper(alt-idx) = key-upper
                move 2 to new-score
                move 'A' to new-match
            else
                move 1 to new-score
                move 'P' to new-match
            end-if
            move alt-place(alt-idx) to new-place
            perform rank-candidate
        end-if
    end-perform

    perform varying rank-idx from 1 by 1
    until rank-idx > rank-max
        move rk-place(rank-idx) to cache-idx
        move ce-geonameid(cache-idx) to fg-geonameid(rank-idx)
        move ce-name(cache-idx) to fg-place(rank-idx)
        move ce-country(cache-idx) to fg-cc(rank-idx)
        move ce-admin1(cache-idx) to fg-region(rank-idx)
        move ce-latitude(cache-idx) to fg-latitude(rank-idx)
        move ce-longitude(cache-idx) to fg-longitude(rank-idx)
        move ce-population(cache-idx) to fg-population(rank-idx)
        move ce-elevation(cache-idx) to fg-elevation(rank-idx)
        move rk-match(rank-idx) to fg-match(rank-idx)
    end-perform
    move rank-max to fg-count
    goback
    .
*>----------------------------------------------------------------
*> rank-candidate - new-place into the short list if it passes the
*> country/admin1 filters and beats the last entry. a place already
*> listed (its own name and an alternate both matching) keeps the
*> better of its two scores.
*>----------------------------------------------------------------
rank-candidate.
    if want-country <> spaces
    and ce-country(new-place) <> want-country
        exit paragraph
    end-if
    if want-code <> spaces
        move spaces to place-code
        unstring ce-admin1(new-place) delimited by '.'
            into place-code place-code
        end-unstring
        if place-code <> want-code
            exit paragraph
        end-if
    end-if

    perform varying rank-idx from 1 by 1
    until rank-idx > rank-max
        if rk-place(rank-idx) = new-place
            if rk-score(rank-idx) >= new-score
                exit paragraph
            end-if
*>          better score this time - drop the old entry and re-rank
            perform varying rank-jdx from rank-idx by 1
            until rank-jdx >= rank-max
                move rank-entry(rank-jdx + 1) to rank-entry(rank-jdx)
            end-perform
            subtract 1 from rank-max end-subtract
            exit perform
        end-if
    end-perform

*>  find the slot: after every entry scoring higher, or scoring the
*>  same with at least this population
    perform varying rank-idx from 1 by 1
    until rank-idx > rank-max
    or rk-score(rank-idx) < new-score
    or (rk-score(rank-idx) = new-score
        and rk-population(rank-idx) < ce-population(new-place))
        continue
    end-perform
    if rank-idx > rank-lim
        exit paragraph
    end-if
    perform varying rank-jdx from rank-max by -1
    until rank-jdx < rank-idx
        move rank-entry(rank-jdx) to rank-entry(rank-jdx + 1)
    end-perform
    move new-score to rk-score(rank-idx)
    move ce-population(new-place) to rk-population(rank-idx)
    move new-place to rk-place(rank-idx)
    move new-match to rk-match(rank-idx)
    if rank-max < rank-lim
        add 1 to rank-max end-add
    end-if
    .
load-place-cache.
    open input city-master
    if city-master-status <> '00'
        exit paragraph
    end-if
    read city-master next record
        at end move '10' to city-master-status
    end-read
    perform until city-master-status <> '00'
    or cache-max >= cache-lim
        if cm-feature = 'P'
            add 1 to cache-max end-add
            move cm-geonameid to ce-geonameid(cache-max)
            move cm-name to ce-name(cache-max)
            move function upper-case(cm-name) to ce-upper(cache-max)
            move cm-country-code to ce-country(cache-max)
            move cm-admin1 to ce-admin1(cache-max)
            move cm-latitude to ce-latitude(cache-max)
            move cm-longitude to ce-longitude(cache-max)
            move cm-population to ce-population(cache-max)
            move cm-elevation to ce-elevation(cache-max)
        end-if
        read city-master next record
            at end move '10' to city-master-status
        end-read
    end-perform
    close city-master
    .
*>----------------------------------------------------------------
*> load-alternate-names - only rows for cached places, and only
*> real names; no file is not an error
*>----------------------------------------------------------------
load-alternate-names.
    if cache-max = 0
        exit paragraph
    end-if
    open input altname-file
    if altname-file-status <> '00'
        exit paragraph
    end-if
    read altname-file
        at end move '10' to altname-file-status
    end-read
    perform until altname-file-status <> '00'
    or alt-max >= alt-lim
        move spaces to altname-columns
        unstring altname-record delimited by x'09' into
            altname-id altname-geonameid altname-language altname-name
        end-unstring
        evaluate altname-language
        when 'link'
        when 'post'
        when 'iata'
        when 'icao'
        when 'faac'
        when 'abbr'
        when 'wkdt'
        when 'unlc'
            continue
        when other
            if altname-geonameid is numeric
                search all cache-entry
                    at end continue
                    when ce-geonameid(ce-x) = altname-geonameid
                        set cache-idx to ce-x
                        add 1 to alt-max end-add
                        move cache-idx to alt-place(alt-max)
                        move function upper-case(altname-name(1:43))
                            to alt-upper(alt-max)
                end-search
            end-if
        end-evaluate
        read altname-file
            at end move '10' to altname-file-status
        end-read
    end-perform
    close altname-file
    .
end program forwardgeocode.
