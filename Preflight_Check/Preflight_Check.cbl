      *
       fd sku-master-file
           data record is sku-master-line
           record contains 57 characters.
      *
       01 sku-master-line.
           05 skm-sku-code             pic x(15).
           05 skm-description          pic x(20).
           05 skm-unit-price           pic 9(5)v99.
           05 skm-dept-code            pic x(4).
      *    the consignment vendor and the vendor's share of the
      *    selling price; no vendor means stock we own
           05 skm-vendor-num           pic x(6).
           05 skm-consign-pct          pic 9(3)v99.
      *
       fd store-master-file
           data record is store-master-line
           record contains 31 characters.
      *
       01 store-master-line.
           05 stm-store-num            pic 99.
           05 stm-store-name           pic x(20).
           05 stm-active-flag          pic x.
           05 stm-open-date            pic 9(8).
      *
      *one file's record count as of the previous run
       fd prior-counts-file
