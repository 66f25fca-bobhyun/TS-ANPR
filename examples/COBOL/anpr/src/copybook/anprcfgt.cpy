*> ========================================================================
*> ANPRCFGT.CPY
*> One maintenance transaction against a config table. The office
*> appends these to output/anprcfg_trans.dat instead of editing the
*> comma files under config/ by hand; the next ANPRCFG run validates
*> each one against the table as it then stands, applies the accepted
*> ones, replaces the live file in one move and appends every
*> transaction, applied or rejected, to the audit file (anprcfga.cpy).
*>
*> CT-TABLE-NAME names the file changed:
*>   PERMITS    config/permits.dat    plate,site|ALL,from,to,type
*>   WATCHLIST  config/watchlist.dat  plate,category,note
*>   TARIFFS    config/tariffs.dat    site,code,grace,unit,rate,cap,
*>                                    overnight,car,truck,cycle
*>   DEBOUNCE   config/debounce.dat   site,camera,seconds
*>   CAMSCHED   config/camsched.dat   site,camera,open,close,minreads,
*>                                    silence,rejectpct
*>   DIRSITES   config/dirsites.dat   inputdir,site,camera
*>   ROISITES   config/roisites.dat   site,camera,x,y,x,y,...
*> CT-CONFIG-LINE is the line exactly as it should read in that file
*> for an add ("A") or a change ("C"). For a delete ("D") only the key
*> fields at the front of it are needed -- the plate, the site, the
*> site and camera, or the input directory, by table.
*> ========================================================================
01  ANPR-CONFIG-TRANS-RECORD.
    05  CT-ENTERED-TIMESTAMP        PIC X(14).
    05  CT-OPERATOR-ID              PIC X(10).
    05  CT-TABLE-NAME               PIC X(10).
        88  CT-TABLE-PERMITS               VALUE "PERMITS".
        88  CT-TABLE-WATCHLIST             VALUE "WATCHLIST".
        88  CT-TABLE-TARIFFS               VALUE "TARIFFS".
        88  CT-TABLE-DEBOUNCE              VALUE "DEBOUNCE".
        88  CT-TABLE-CAMSCHED              VALUE "CAMSCHED".
        88  CT-TABLE-DIRSITES              VALUE "DIRSITES".
        88  CT-TABLE-ROISITES              VALUE "ROISITES".
    05  CT-ACTION                   PIC X(01).
        88  CT-ADD                         VALUE "A".
        88  CT-CHANGE                      VALUE "C".
        88  CT-DELETE                      VALUE "D".
    05  CT-REASON                   PIC X(40).
    05  CT-CONFIG-LINE              PIC X(280).
