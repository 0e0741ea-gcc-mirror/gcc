        05 tm_wday   Binary-Long.
        05 tm_yday   Binary-Long.
        05 tm_isdst  Binary-Long.
        05 FILLER    Binary-Long.
        05 tm_gmtoff Binary-Double.
        05 tm_zone   Usage Pointer.
