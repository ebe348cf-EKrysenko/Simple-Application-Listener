01 ws-count-sta pic 9(9) value 0.
01 ws-count-mod pic 9(9) value 0.
01 ws-count-shp pic 9(9) value 0.
01 ws-count-rtn pic 9(9) value 0.
01 ws-count-other pic 9(9) value 0.
01 ws-count-nullptr pic 9(9) value 0.
01 ws-count-truncated pic 9(9) value 0.
                add 1 to ws-count-mod
            when "SHP"
                add 1 to ws-count-shp
            when "RTN"
                add 1 to ws-count-rtn
            when other
                add 1 to ws-count-other
        end-evaluate
    display "  STA prefix            : " ws-count-sta
    display "  MOD prefix            : " ws-count-mod
    display "  SHP prefix            : " ws-count-shp
    display "  RTN prefix            : " ws-count-rtn
    display "  other/unrecognized    : " ws-count-other
    display "null-pointer failures   : " ws-count-nullptr
    display "truncated messages      : " ws-count-truncated
