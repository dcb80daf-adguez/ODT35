           05 wsc-ZM9CR432             PIC  X(08) VALUE 'ZM9CR432'.     00300000
           05 wsc-ZM9CR440             PIC  X(08) VALUE 'ZM9CR440'.     00310000
           05 wsc-ZM9CR441             PIC  X(08) VALUE 'ZM9CR441'.     00311000
           05 wsc-ZM9CR442             PIC  X(08) VALUE 'ZM9CR442'.     00312000
