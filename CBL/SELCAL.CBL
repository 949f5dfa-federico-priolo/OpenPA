000010*
000020* SELCAL.CBL - FILE-CONTROL entry for PRACAL, the working-day
000030* calendar of each comune (see FDECAL.CBL for the record layout).
000040* Keyed on comune plus date: one row per day the offices are shut
000050* besides Sunday, read directly by the OPENPS07 date service for
000060* every day a term would end on.
000070*
000080         SELECT PRACAL ASSIGN FILE-PRACAL
000090         ORGANIZATION IS INDEXED
000100         ACCESS MODE IS DYNAMIC
000110         RECORD KEY IS PRACAL-KEY
000120         FILE STATUS  IS STATUS-PRACAL.
